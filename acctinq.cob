      * so the clerk can answer "what changed the balance?" without
      * sending the customer to a supervisor. The history comes
      * through the TRAN-ACCOUNT-NUMBER alternate key, so an
      * inquiry never reads the whole transaction file; transfers
      * paid into the account come through the
      * TRAN-TO-ACCOUNT-NUMBER key and are merged in by entry
      * order, each transfer marked with the other account.

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

       DATA DIVISION.
       01 WS-BALANCE-DISPLAY PIC -Z(8)9.99.
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-HISTORY VALUE "Y".
      * Rolling buffer of the account's last transactions, kept in
      * TRAN-ID (entry) order. Each alternate key hands them back
      * oldest first, so the buffer keeps the newest and the
      * display walks it backwards.
       01 WS-HISTORY-TABLE.
           05 WS-HIST-ENTRY OCCURS 10 TIMES.
               10 WS-HIS-TRAN-ID PIC X(16).
               10 WS-HIS-DATE PIC X(8).
               10 WS-HIS-TYPE PIC X(1).
               10 WS-HIS-AMOUNT PIC 9(7)V99.
               10 WS-HIS-STATUS-WORD PIC X(12).
               10 WS-HIS-ENTERED-BY PIC X(8).
               10 WS-HIS-NOTE PIC X(13).
       01 WS-HISTORY-COUNT PIC 9(2) VALUE 0.
       01 WS-HIS-IDX PIC S9(4) COMP.
       01 WS-SLOT-FOUND PIC X VALUE "N".
       01 WS-OLDER-DROPPED PIC X VALUE "N".
           88 OLDER-HISTORY-DROPPED VALUE "Y".
       01 WS-SUB PIC S9(4) COMP.
           DISPLAY "----------------------------------------".
           DISPLAY "Account number : " ACCT-NUMBER.
           DISPLAY "Customer name  : " ACCT-CUSTOMER-NAME.
           IF ACCT-CUSTOMER-ID NOT = 0
               DISPLAY "Customer id    : " ACCT-CUSTOMER-ID
           END-IF.
           EVALUATE TRUE
               WHEN ACCT-IS-DORMANT
                   DISPLAY "Status         : DORMANT since "
                       ACCT-DORMANT-DATE " - deposits only"
               WHEN ACCT-IS-OPEN
                   DISPLAY "Status         : OPEN"
               WHEN ACCT-IS-CLOSED
                   DISPLAY "Status         : CLOSED"
               WHEN OTHER
                   DISPLAY "Status         : " ACCT-STATUS
           END-EVALUATE.
           DISPLAY "Balance        : " WS-BALANCE-DISPLAY.
           DISPLAY "Last activity  : " ACCT-LAST-ACTIVITY-DATE.

                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE ACCT-NUMBER TO TRAN-TO-ACCOUNT-NUMBER.
           START TRANSACTION-FILE
                   KEY = TRAN-TO-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-HISTORY
               READ TRANSACTION-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF TRAN-TO-ACCOUNT-NUMBER = ACCT-NUMBER
                           PERFORM KEEP-ONE-HISTORY-ENTRY
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
               IF WS-TRANSACTION-STATUS NOT = "00"
                       AND WS-TRANSACTION-STATUS NOT = "02"
                       AND NOT END-OF-HISTORY
                   DISPLAY "Error reading transaction history - "
                       "status " WS-TRANSACTION-STATUS
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-PERFORM.
           DISPLAY "Recent transactions (newest first):".
           IF WS-HISTORY-COUNT = 0
               DISPLAY "  No transactions on file."
               DISPLAY "  " WS-HIS-DATE(WS-SUB) " "
                   WS-HIS-TYPE(WS-SUB) " " WS-AMOUNT-DISPLAY " "
                   WS-HIS-STATUS-WORD(WS-SUB) " "
                   WS-HIS-ENTERED-BY(WS-SUB) " "
                   WS-HIS-NOTE(WS-SUB)
           END-PERFORM.
           IF OLDER-HISTORY-DROPPED
               DISPLAY "  (older activity not shown)"
           END-IF.

      * Entries are placed in TRAN-ID order. When the buffer is full
      * the oldest entry falls off the front - the ten newest always
      * survive, whichever key they were read through.
       KEEP-ONE-HISTORY-ENTRY.
           MOVE 1 TO WS-HIS-IDX.
           MOVE "N" TO WS-SLOT-FOUND.
           PERFORM UNTIL WS-HIS-IDX > WS-HISTORY-COUNT
                   OR WS-SLOT-FOUND = "Y"
               IF WS-HIS-TRAN-ID(WS-HIS-IDX) > TRAN-ID
                   MOVE "Y" TO WS-SLOT-FOUND
               ELSE
                   ADD 1 TO WS-HIS-IDX
               END-IF
           END-PERFORM.
           IF WS-HISTORY-COUNT < 10
               PERFORM VARYING WS-SUB FROM WS-HISTORY-COUNT BY -1
                       UNTIL WS-SUB < WS-HIS-IDX
                   MOVE WS-HIST-ENTRY(WS-SUB)
                       TO WS-HIST-ENTRY(WS-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-HISTORY-COUNT
           ELSE
               MOVE "Y" TO WS-OLDER-DROPPED
               IF WS-HIS-IDX = 1
                   EXIT PARAGRAPH
               END-IF
               SUBTRACT 1 FROM WS-HIS-IDX
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-HIS-IDX - 1
                   MOVE WS-HIST-ENTRY(WS-SUB + 1)
                       TO WS-HIST-ENTRY(WS-SUB)
               END-PERFORM
           END-IF.
           MOVE TRAN-ID TO WS-HIS-TRAN-ID(WS-HIS-IDX).
           MOVE TRAN-ENTRY-TIMESTAMP (1:8)
               TO WS-HIS-DATE(WS-HIS-IDX).
           MOVE TRAN-TYPE TO WS-HIS-TYPE(WS-HIS-IDX).
           MOVE TRAN-AMOUNT TO WS-HIS-AMOUNT(WS-HIS-IDX).
           MOVE SPACES TO WS-HIS-NOTE(WS-HIS-IDX).
           IF TRAN-TYPE-TRANSFER
               IF TRAN-ACCOUNT-NUMBER = ACCT-NUMBER
                   STRING "TO " DELIMITED BY SIZE
                       TRAN-TO-ACCOUNT-NUMBER DELIMITED BY SIZE
                       INTO WS-HIS-NOTE(WS-HIS-IDX)
                   END-STRING
               ELSE
                   STRING "FROM " DELIMITED BY SIZE
                       TRAN-ACCOUNT-NUMBER DELIMITED BY SIZE
                       INTO WS-HIS-NOTE(WS-HIS-IDX)
                   END-STRING
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN TRAN-IS-PENDING
                   MOVE "PENDING" TO
                       WS-HIS-STATUS-WORD(WS-HIS-IDX)
               WHEN TRAN-IS-FIRST-SIGNED
                   MOVE "FIRST-SIGNED" TO
                       WS-HIS-STATUS-WORD(WS-HIS-IDX)
               WHEN TRAN-IS-APPROVED
                   MOVE "APPROVED" TO
                       WS-HIS-STATUS-WORD(WS-HIS-IDX)
               WHEN TRAN-IS-REJECTED
                   MOVE "REJECTED" TO
                       WS-HIS-STATUS-WORD(WS-HIS-IDX)
               WHEN TRAN-IS-POSTED
                   MOVE "POSTED" TO
                       WS-HIS-STATUS-WORD(WS-HIS-IDX)
               WHEN TRAN-IS-HELD-NSF
                   MOVE "HELD-NSF" TO
                       WS-HIS-STATUS-WORD(WS-HIS-IDX)
               WHEN TRAN-IS-HELD-DORMANT
                   MOVE "HELD-DORMANT" TO
                       WS-HIS-STATUS-WORD(WS-HIS-IDX)
               WHEN TRAN-IS-ACKNOWLEDGED
                   MOVE "CLOSED" TO
                       WS-HIS-STATUS-WORD(WS-HIS-IDX)
               WHEN OTHER
                   MOVE TRAN-STATUS TO
                       WS-HIS-STATUS-WORD(WS-HIS-IDX)
           END-EVALUATE.
           MOVE TRAN-ENTERED-BY
               TO WS-HIS-ENTERED-BY(WS-HIS-IDX).
