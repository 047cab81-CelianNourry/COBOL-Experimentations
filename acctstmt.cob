      * an exception line instead of a statement and the job ends
      * RC=8, so a statement that does not add up is never mailed.
      * The account's transactions come through the
      * TRAN-ACCOUNT-NUMBER alternate key, one account at a time,
      * and the transfers paid into it through the
      * TRAN-TO-ACCOUNT-NUMBER key; a transfer prints on both
      * statements, out of one account and into the other.
      * Month-end interest raised by INT-ACCRUE prints as INTEREST
      * (credit) or INTEREST CHG (overdrawn-balance charge).
      * Each statement opens with the mailing address of the
      * account's owning customer from CUSTOMER-MASTER. A statement
      * for an account not yet attached to a customer, or whose
      * customer cannot be read, is still printed but flagged NO
      * MAILING ADDRESS, and the job ends RC=4 so those accounts
      * are attached before the statements go out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS TRAN-ID
               ALTERNATE RECORD KEY IS TRAN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRAN-TO-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSACTION-STATUS.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT REPORT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       FD  TRANSACTION-FILE.
           COPY "TRANREC.cpy".

       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTREC.cpy".

       FD  REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       01 WS-ACCOUNT-MASTER-STATUS PIC XX.
       01 WS-TRANSACTION-STATUS PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX.
       01 WS-CUSTOMER-MASTER-OPEN PIC X VALUE "N".
           88 CUSTOMER-MASTER-IS-OPEN VALUE "Y".
       01 WS-ACCOUNT-MASTER-OPEN PIC X VALUE "N".
           88 ACCOUNT-MASTER-IS-OPEN VALUE "Y".
       01 WS-TRANSACTION-OPEN PIC X VALUE "N".
       01 WS-ACCOUNTS-READ PIC 9(7) VALUE 0.
       01 WS-STATEMENTS-PRINTED PIC 9(7) VALUE 0.
       01 WS-TIE-BACK-ERRORS PIC 9(5) VALUE 0.
       01 WS-NO-ADDRESS-COUNT PIC 9(5) VALUE 0.
       01 WS-ADDRESS-FOUND PIC X VALUE "N".
           88 MAILING-ADDRESS-FOUND VALUE "Y".

      * The period's posted items for one account, kept in posted-
      * stamp order as they are inserted so the statement reads in
               10 WS-STM-TYPE PIC X(1).
               10 WS-STM-AMOUNT PIC 9(7)V99.
               10 WS-STM-REVERSAL-OF PIC X(16).
               10 WS-STM-DIRECTION PIC X(1).
                   88 STM-TRANSFER-OUT VALUE "O".
                   88 STM-TRANSFER-IN VALUE "I".
               10 WS-STM-OTHER-ACCOUNT PIC 9(8).
               10 WS-STM-SOURCE PIC X(1).
                   88 STM-INTEREST-ITEM VALUE "I".

       01 WS-HEADER-1 PIC X(132).
       01 WS-ACCOUNT-HEADER.
           05 AH-NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AH-NAME PIC X(30).
       01 WS-ADDRESS-LINE.
           05 FILLER PIC X(8) VALUE SPACES.
           05 AL-TEXT PIC X(30).
       01 WS-BALANCE-LINE.
           05 BL-LABEL PIC X(20).
           05 BL-AMOUNT PIC -Z(10)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 IL-TRAN-ID PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IL-TYPE-WORD PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 IL-AMOUNT PIC -Z(8)9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "ACCOUNT ".
           05 XL-NUMBER PIC 9(8).
           05 XL-REASON PIC X(60).
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
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-MONTH.
           PERFORM OPEN-ALL-FILES.
           IF NOT RUN-ABORTED
           DISPLAY "Statements printed   : "
               WS-STATEMENTS-PRINTED.
           DISPLAY "Accounts not tying   : " WS-TIE-BACK-ERRORS.
           DISPLAY "No mailing address   : " WS-NO-ADDRESS-COUNT.
           EVALUATE TRUE
               WHEN RUN-ABORTED
                   DISPLAY "STATEMENT RUN FAILED."
                   DISPLAY "STATEMENT RUN OUT OF BALANCE - "
                       WS-TIE-BACK-ERRORS " account(s) withheld."
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NO-ADDRESS-COUNT > 0
                   DISPLAY "Statement run complete - "
                       WS-NO-ADDRESS-COUNT " statement(s) have no "
                       "mailing address."
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "Statement run complete."
           END-EVALUATE.
           PERFORM END-RUN-CONTROL.
           STOP RUN.

       OPEN-ALL-FILES.
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-IF.
      * Without a customer master every statement is printed
      * without its address and counted, rather than failing the
      * run.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-MASTER-OPEN
           ELSE
               IF WS-CUSTOMER-MASTER-STATUS = "35"
                   DISPLAY "WARNING: no customer master file - "
                       "statements print without an address."
               ELSE
                   DISPLAY "Unable to open customer master file - "
                       "status " WS-CUSTOMER-MASTER-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS = "00"
               MOVE "Y" TO WS-REPORT-OPEN
           IF TRANSACTION-IS-OPEN
               CLOSE TRANSACTION-FILE
           END-IF.
           IF CUSTOMER-MASTER-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           IF REPORT-IS-OPEN
               CLOSE REPORT-FILE
           END-IF.
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.
           IF RUN-ABORTED
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-TRAN-EOF-FLAG.
           MOVE ACCT-NUMBER TO TRAN-TO-ACCOUNT-NUMBER.
           START TRANSACTION-FILE
                   KEY = TRAN-TO-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-TRAN-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-ACCOUNT-ITEMS OR RUN-ABORTED
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-TRAN-EOF-FLAG
                   NOT AT END
                       IF TRAN-TO-ACCOUNT-NUMBER NOT = ACCT-NUMBER
                           MOVE "Y" TO WS-TRAN-EOF-FLAG
                       ELSE
                           IF TRAN-IS-POSTED
                                   AND TRAN-POSTED-TIMESTAMP (1:6)
                                       = WS-PERIOD-MONTH
                               PERFORM KEEP-ONE-PERIOD-ITEM
                           END-IF
                       END-IF
               END-READ
               IF WS-TRANSACTION-STATUS NOT = "00"
                       AND WS-TRANSACTION-STATUS NOT = "02"
                       AND NOT END-OF-ACCOUNT-ITEMS
                   DISPLAY "Error reading transaction file - "
                       "status " WS-TRANSACTION-STATUS
                   MOVE "Y" TO WS-ABORT-FLAG
               END-IF
           END-PERFORM.

      * A transfer is money in on the receiving account's statement
      * and money out on the paying account's.
       KEEP-ONE-PERIOD-ITEM.
           EVALUATE TRUE
               WHEN TRAN-TYPE-DEPOSIT
                   MOVE TRAN-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN TRAN-TYPE-TRANSFER
                       AND TRAN-TO-ACCOUNT-NUMBER = ACCT-NUMBER
                   MOVE TRAN-AMOUNT TO WS-SIGNED-AMOUNT
               WHEN OTHER
                   COMPUTE WS-SIGNED-AMOUNT = 0 - TRAN-AMOUNT
           END-EVALUATE.
           ADD WS-SIGNED-AMOUNT TO WS-PERIOD-NET.
           IF TRAN-POSTED-TIMESTAMP (1:8)
                   = WS-LAST-ACTIVITY-DISPLAY
           MOVE TRAN-TYPE TO WS-STM-TYPE(WS-SLOT).
           MOVE TRAN-AMOUNT TO WS-STM-AMOUNT(WS-SLOT).
           MOVE TRAN-REVERSAL-OF TO WS-STM-REVERSAL-OF(WS-SLOT).
           MOVE SPACE TO WS-STM-DIRECTION(WS-SLOT).
           MOVE ZEROS TO WS-STM-OTHER-ACCOUNT(WS-SLOT).
           MOVE SPACE TO WS-STM-SOURCE(WS-SLOT).
           IF TRAN-ENTERED-BY-INTEREST
               SET STM-INTEREST-ITEM(WS-SLOT) TO TRUE
           END-IF.
           IF TRAN-TYPE-TRANSFER
               IF TRAN-TO-ACCOUNT-NUMBER = ACCT-NUMBER
                   SET STM-TRANSFER-IN(WS-SLOT) TO TRUE
                   MOVE TRAN-ACCOUNT-NUMBER
                       TO WS-STM-OTHER-ACCOUNT(WS-SLOT)
               ELSE
                   SET STM-TRANSFER-OUT(WS-SLOT) TO TRUE
                   MOVE TRAN-TO-ACCOUNT-NUMBER
                       TO WS-STM-OTHER-ACCOUNT(WS-SLOT)
               END-IF
           END-IF.

       PRINT-ONE-STATEMENT.
           COMPUTE WS-OPENING-BALANCE =
               ACCT-BALANCE - WS-PERIOD-NET.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM PRINT-MAILING-ADDRESS.
           MOVE ACCT-NUMBER TO AH-NUMBER.
           MOVE ACCT-CUSTOMER-NAME TO AH-NAME.
           WRITE REPORT-LINE FROM WS-ACCOUNT-HEADER.
           WRITE REPORT-LINE FROM WS-BALANCE-LINE.
           ADD 1 TO WS-STATEMENTS-PRINTED.

      * The customer's name and address, blank address lines left
      * out, ahead of the account header.
       PRINT-MAILING-ADDRESS.
           MOVE "N" TO WS-ADDRESS-FOUND.
           IF CUSTOMER-MASTER-IS-OPEN AND ACCT-CUSTOMER-ID NOT = 0
               MOVE ACCT-CUSTOMER-ID TO CUST-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-CUSTOMER-MASTER-STATUS = "00"
                   MOVE "Y" TO WS-ADDRESS-FOUND
               END-IF
           END-IF.
           IF NOT MAILING-ADDRESS-FOUND
               MOVE ACCT-NUMBER TO XL-NUMBER
               MOVE " NO MAILING ADDRESS ON FILE" TO XL-REASON
               WRITE REPORT-LINE FROM WS-EXCEPTION-LINE
               ADD 1 TO WS-NO-ADDRESS-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE CUST-NAME TO AL-TEXT.
           WRITE REPORT-LINE FROM WS-ADDRESS-LINE.
           MOVE CUST-ADDRESS-LINE-1 TO AL-TEXT.
           WRITE REPORT-LINE FROM WS-ADDRESS-LINE.
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-2 TO AL-TEXT
               WRITE REPORT-LINE FROM WS-ADDRESS-LINE
           END-IF.
           IF CUST-ADDRESS-LINE-3 NOT = SPACES
               MOVE CUST-ADDRESS-LINE-3 TO AL-TEXT
               WRITE REPORT-LINE FROM WS-ADDRESS-LINE
           END-IF.
           MOVE CUST-POSTCODE TO AL-TEXT.
           WRITE REPORT-LINE FROM WS-ADDRESS-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       PRINT-ONE-ITEM.
           MOVE WS-STM-POSTED-STAMP(WS-SUB) (1:8)
               TO IL-POSTED-DATE.
           MOVE WS-STM-TRAN-ID(WS-SUB) TO IL-TRAN-ID.
           EVALUATE TRUE
               WHEN STM-TRANSFER-IN(WS-SUB)
                   MOVE "TRANSFER IN" TO IL-TYPE-WORD
                   MOVE WS-STM-AMOUNT(WS-SUB) TO IL-AMOUNT
               WHEN STM-TRANSFER-OUT(WS-SUB)
                   MOVE "TRANSFER OUT" TO IL-TYPE-WORD
                   COMPUTE IL-AMOUNT = 0 - WS-STM-AMOUNT(WS-SUB)
               WHEN STM-INTEREST-ITEM(WS-SUB)
                       AND WS-STM-TYPE(WS-SUB) = "D"
                   MOVE "INTEREST" TO IL-TYPE-WORD
                   MOVE WS-STM-AMOUNT(WS-SUB) TO IL-AMOUNT
               WHEN STM-INTEREST-ITEM(WS-SUB)
                   MOVE "INTEREST CHG" TO IL-TYPE-WORD
                   COMPUTE IL-AMOUNT = 0 - WS-STM-AMOUNT(WS-SUB)
               WHEN WS-STM-TYPE(WS-SUB) = "D"
                   MOVE "DEPOSIT" TO IL-TYPE-WORD
                   MOVE WS-STM-AMOUNT(WS-SUB) TO IL-AMOUNT
               WHEN OTHER
                   MOVE "WITHDRAWAL" TO IL-TYPE-WORD
                   COMPUTE IL-AMOUNT = 0 - WS-STM-AMOUNT(WS-SUB)
           END-EVALUATE.
           MOVE SPACES TO IL-NOTE.
           EVALUATE TRUE
               WHEN WS-STM-REVERSAL-OF(WS-SUB) NOT = SPACES
                   STRING "REVERSAL OF " DELIMITED BY SIZE
                       WS-STM-REVERSAL-OF(WS-SUB)
                           DELIMITED BY SIZE
                       INTO IL-NOTE
                   END-STRING
               WHEN STM-TRANSFER-IN(WS-SUB)
                   STRING "FROM ACCOUNT " DELIMITED BY SIZE
                       WS-STM-OTHER-ACCOUNT(WS-SUB)
                           DELIMITED BY SIZE
                       INTO IL-NOTE
                   END-STRING
               WHEN STM-TRANSFER-OUT(WS-SUB)
                   STRING "TO ACCOUNT " DELIMITED BY SIZE
                       WS-STM-OTHER-ACCOUNT(WS-SUB)
                           DELIMITED BY SIZE
                       INTO IL-NOTE
                   END-STRING
           END-EVALUATE.
           WRITE REPORT-LINE FROM WS-ITEM-LINE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Error writing statement file - status "
                   WS-REPORT-STATUS
               MOVE "Y" TO WS-ABORT-FLAG
           END-IF.

       START-RUN-CONTROL.
           MOVE "S" TO RUNQ-FUNCTION.
           MOVE "ACCT-STATEMENT" TO RUNQ-JOB-NAME.
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
