       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST-INQUIRY.

      * Customer inquiry screen behind CLERK-MENU option 4. The
      * clerk keys a customer id, or the start of the customer's
      * name to search the CUSTOMER-MASTER name key and pick the
      * customer from the matches. The customer's name, mailing
      * address and date of birth are shown, followed by every
      * account the customer holds with its status and balance and
      * the total across them. The accounts come through the
      * ACCT-CUSTOMER-ID alternate key, so an inquiry never reads
      * the whole account master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-MASTER-STATUS.
           SELECT ACCOUNT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
           COPY "CUSTREC.cpy".

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-MASTER-STATUS PIC XX.
       01 WS-CUSTOMER-MASTER-OPEN PIC X VALUE "N".
           88 CUSTOMER-MASTER-IS-OPEN VALUE "Y".
       01 WS-ACCOUNT-MASTER-STATUS PIC XX.
       01 WS-ACCOUNT-MASTER-OPEN PIC X VALUE "N".
           88 ACCOUNT-MASTER-IS-OPEN VALUE "Y".
       01 WS-SEARCH-IN PIC X(30).
       01 WS-CUSTOMER-IN PIC X(12).
       01 WS-ANOTHER PIC X(1) VALUE "Y".
       01 WS-CUSTOMER-FOUND PIC X VALUE "N".
           88 CUSTOMER-RECORD-FOUND VALUE "Y".
       01 WS-EOF-FLAG PIC X VALUE "N".
           88 END-OF-LIST VALUE "Y".
       01 WS-PREFIX-LENGTH PIC S9(4) COMP.
       01 WS-MATCH-COUNT PIC 9(3) VALUE 0.
       01 WS-ACCOUNT-COUNT PIC 9(3) VALUE 0.
       01 WS-TOTAL-BALANCE PIC S9(11)V99 VALUE 0.
       01 WS-BALANCE-DISPLAY PIC -Z(8)9.99.
       01 WS-TOTAL-DISPLAY PIC -Z(10)9.99.
       01 WS-STATUS-WORD PIC X(8).

       LINKAGE SECTION.
       01 LK-USER-ID PIC X(8).

       PROCEDURE DIVISION USING LK-USER-ID.
       MAIN-LOGIC.
           PERFORM OPEN-CUSTOMER-MASTER.
           IF CUSTOMER-MASTER-IS-OPEN
               PERFORM OPEN-ACCOUNT-MASTER
               MOVE "Y" TO WS-ANOTHER
               PERFORM UNTIL WS-ANOTHER NOT = "Y"
                   PERFORM INQUIRE-ONE-CUSTOMER
                   DISPLAY "Look up another customer (Y/N) ? "
                   ACCEPT WS-ANOTHER
                   MOVE FUNCTION UPPER-CASE (WS-ANOTHER)
                       TO WS-ANOTHER
               END-PERFORM
               CLOSE CUSTOMER-MASTER-FILE
               IF ACCOUNT-MASTER-IS-OPEN
                   CLOSE ACCOUNT-MASTER-FILE
               END-IF
           END-IF.
           GOBACK.

       OPEN-CUSTOMER-MASTER.
           MOVE "N" TO WS-CUSTOMER-MASTER-OPEN.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-MASTER-OPEN
           ELSE
               IF WS-CUSTOMER-MASTER-STATUS = "35"
                   DISPLAY "No customer master file available."
               ELSE
                   DISPLAY "Unable to open customer master file - "
                       "status " WS-CUSTOMER-MASTER-STATUS
               END-IF
           END-IF.

      * A missing or unreadable account master costs the account
      * list, never the customer details themselves.
       OPEN-ACCOUNT-MASTER.
           MOVE "N" TO WS-ACCOUNT-MASTER-OPEN.
           OPEN INPUT ACCOUNT-MASTER-FILE.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           ELSE
               IF WS-ACCOUNT-MASTER-STATUS NOT = "35"
                   DISPLAY "Unable to open account master file - "
                       "status " WS-ACCOUNT-MASTER-STATUS
               END-IF
               DISPLAY "Customer accounts will not be shown."
           END-IF.

      * Eight digits are taken as a customer id; anything else is
      * the start of a name to search for.
       INQUIRE-ONE-CUSTOMER.
           MOVE "N" TO WS-CUSTOMER-FOUND.
           DISPLAY "Enter customer id (8 digits) or the start of "
               "the customer name : ".
           ACCEPT WS-SEARCH-IN.
           IF WS-SEARCH-IN = SPACES
               DISPLAY "Nothing entered."
               EXIT PARAGRAPH
           END-IF.
           IF WS-SEARCH-IN (1:8) IS NUMERIC
                   AND WS-SEARCH-IN (9:22) = SPACES
               MOVE WS-SEARCH-IN (1:8) TO WS-CUSTOMER-IN
           ELSE
               PERFORM SEARCH-BY-NAME
               IF WS-MATCH-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Enter customer id from the list (blank to "
                   "cancel) : "
               ACCEPT WS-CUSTOMER-IN
               IF WS-CUSTOMER-IN = SPACES
                   EXIT PARAGRAPH
               END-IF
               IF WS-CUSTOMER-IN (9:4) NOT = SPACES
                       OR WS-CUSTOMER-IN (1:8) IS NOT NUMERIC
                   DISPLAY "Customer id must be 8 digits."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-CUSTOMER-IN (1:8) TO CUST-ID.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN WS-CUSTOMER-MASTER-STATUS = "00"
                   PERFORM DISPLAY-CUSTOMER
                   IF ACCOUNT-MASTER-IS-OPEN
                       PERFORM DISPLAY-CUSTOMER-ACCOUNTS
                   END-IF
               WHEN WS-CUSTOMER-MASTER-STATUS = "23"
                   DISPLAY "Customer " WS-CUSTOMER-IN (1:8)
                       " not found."
               WHEN OTHER
                   DISPLAY "Error reading customer master - status "
                       WS-CUSTOMER-MASTER-STATUS
           END-EVALUATE.

      * Lists the customers whose name starts with what was keyed,
      * in name order, at most twenty - a longer list means the
      * clerk should key more of the name.
       SEARCH-BY-NAME.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE "N" TO WS-EOF-FLAG.
           PERFORM VARYING WS-PREFIX-LENGTH FROM 30 BY -1
                   UNTIL WS-PREFIX-LENGTH < 1
                   OR WS-SEARCH-IN (WS-PREFIX-LENGTH:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-SEARCH-IN TO CUST-NAME.
           START CUSTOMER-MASTER-FILE
                   KEY NOT LESS THAN CUST-NAME
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-LIST
               READ CUSTOMER-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF CUST-NAME (1:WS-PREFIX-LENGTH)
                               NOT = WS-SEARCH-IN (1:WS-PREFIX-LENGTH)
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF WS-MATCH-COUNT >= 20
                               DISPLAY "  ... more customers match "
                                   "- key more of the name."
                               MOVE "Y" TO WS-EOF-FLAG
                           ELSE
                               ADD 1 TO WS-MATCH-COUNT
                               DISPLAY "  " CUST-ID "  " CUST-NAME
                                   "  " CUST-POSTCODE
                           END-IF
                       END-IF
               END-READ
               IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
                       AND WS-CUSTOMER-MASTER-STATUS NOT = "02"
                       AND NOT END-OF-LIST
                   DISPLAY "Error reading customer master - status "
                       WS-CUSTOMER-MASTER-STATUS
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-PERFORM.
           IF WS-MATCH-COUNT = 0
               DISPLAY "No customer name starts with "
                   WS-SEARCH-IN (1:WS-PREFIX-LENGTH) "."
           END-IF.

       DISPLAY-CUSTOMER.
           DISPLAY "----------------------------------------".
           DISPLAY "Customer id    : " CUST-ID.
           DISPLAY "Customer name  : " CUST-NAME.
           DISPLAY "Address        : " CUST-ADDRESS-LINE-1.
           IF CUST-ADDRESS-LINE-2 NOT = SPACES
               DISPLAY "                 " CUST-ADDRESS-LINE-2
           END-IF.
           IF CUST-ADDRESS-LINE-3 NOT = SPACES
               DISPLAY "                 " CUST-ADDRESS-LINE-3
           END-IF.
           DISPLAY "                 " CUST-POSTCODE.
           DISPLAY "Date of birth  : " CUST-DATE-OF-BIRTH.

       DISPLAY-CUSTOMER-ACCOUNTS.
           MOVE 0 TO WS-ACCOUNT-COUNT.
           MOVE 0 TO WS-TOTAL-BALANCE.
           MOVE "N" TO WS-EOF-FLAG.
           DISPLAY "Accounts:".
           MOVE CUST-ID TO ACCT-CUSTOMER-ID.
           START ACCOUNT-MASTER-FILE
                   KEY = ACCT-CUSTOMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-EOF-FLAG
           END-START.
           PERFORM UNTIL END-OF-LIST
               READ ACCOUNT-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ACCT-CUSTOMER-ID = CUST-ID
                           PERFORM DISPLAY-ONE-ACCOUNT
                       ELSE
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
               IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
                       AND WS-ACCOUNT-MASTER-STATUS NOT = "02"
                       AND NOT END-OF-LIST
                   DISPLAY "Error reading account master - status "
                       WS-ACCOUNT-MASTER-STATUS
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-PERFORM.
           IF WS-ACCOUNT-COUNT = 0
               DISPLAY "  No accounts attached to this customer."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-TOTAL-BALANCE TO WS-TOTAL-DISPLAY.
           DISPLAY "  Total of " WS-ACCOUNT-COUNT " account(s) : "
               WS-TOTAL-DISPLAY.

      * Closed accounts are listed for the record but do not count
      * toward the total - their balance is no longer held.
       DISPLAY-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-IS-DORMANT
                   MOVE "DORMANT" TO WS-STATUS-WORD
               WHEN ACCT-IS-OPEN
                   MOVE "OPEN" TO WS-STATUS-WORD
               WHEN ACCT-IS-CLOSED
                   MOVE "CLOSED" TO WS-STATUS-WORD
               WHEN OTHER
                   MOVE ACCT-STATUS TO WS-STATUS-WORD
           END-EVALUATE.
           MOVE ACCT-BALANCE TO WS-BALANCE-DISPLAY.
           DISPLAY "  " ACCT-NUMBER "  " ACCT-CUSTOMER-NAME "  "
               WS-STATUS-WORD " " WS-BALANCE-DISPLAY.
           ADD 1 TO WS-ACCOUNT-COUNT.
           IF NOT ACCT-IS-CLOSED
               ADD ACCT-BALANCE TO WS-TOTAL-BALANCE
           END-IF.
