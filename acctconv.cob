       PROGRAM-ID. ACCT-CONVERT.

      * One-time ACCOUNT-MASTER layout conversion. The
      * ACCOUNT-RECORD grew from 78 to 146 bytes when the interest
      * rates and accrual fields, the dormancy dates and the owning
      * customer id were added; existing ACCTMAST
      * clusters carry the old length and would fail every OPEN
      * under the new copybook. This program loads a freshly
      * defined cluster from a 78-byte unload of the old file,
      * extending each record with zero credit and debit rates
      * (zero = no interest, as the shop ran before the accrual
      * job existed), nothing accrued and no accrual date. The
      * dormancy clock starts from the account's last activity date
      * (today's business date when it never had any), and no
      * account comes across dormant. No account comes across
      * attached to a customer either (customer id zero) - the
      * customers are added from CUST-MAINT and each account
      * attached from ACCT-MAINT option 7.
      * Procedure and JCL: jcl/MSTRCONV.jcl. RC must be 0 and the
      * loaded count must equal the unload count before the system
      * is released.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               ALTERNATE RECORD KEY IS ACCT-CUSTOMER-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-ACCOUNT-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Flat image of the 78-byte ACCOUNT-RECORD as it stood
      * before the interest fields were added.
       FD  OLD-FILE.
       01 OLD-ACCOUNT-IMAGE PIC X(78).

       FD  ACCOUNT-MASTER-FILE.
           COPY "ACCTREC.cpy".
           88 RUN-ABORTED VALUE "Y".
       01 WS-READ-COUNT PIC 9(7) VALUE 0.
       01 WS-LOADED-COUNT PIC 9(7) VALUE 0.
       01 WS-BUSINESS-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           CALL "BUSDATE-READ" USING WS-BUSINESS-DATE.
           OPEN INPUT OLD-FILE.
           IF WS-OLD-STATUS NOT = "00"
               DISPLAY "Unable to open old-layout unload - "

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE OLD-ACCOUNT-IMAGE TO ACCOUNT-RECORD (1:78).
           MOVE 0 TO ACCT-CREDIT-RATE.
           MOVE 0 TO ACCT-DEBIT-RATE.
           MOVE 0 TO ACCT-ACCRUED-CREDIT.
           MOVE 0 TO ACCT-ACCRUED-DEBIT.
           MOVE 0 TO ACCT-LAST-ACCRUAL-DATE.
           IF ACCT-LAST-ACTIVITY-DATE IS NUMERIC
                   AND ACCT-LAST-ACTIVITY-DATE > 0
               MOVE ACCT-LAST-ACTIVITY-DATE TO ACCT-LAST-CUSTOMER-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO ACCT-LAST-CUSTOMER-DATE
           END-IF.
           MOVE 0 TO ACCT-DORMANT-DATE.
           MOVE 0 TO ACCT-CUSTOMER-ID.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-ACCOUNT-MASTER-STATUS = "00"
                   OR WS-ACCOUNT-MASTER-STATUS = "02"
               ADD 1 TO WS-LOADED-COUNT
           ELSE
               DISPLAY "Unable to load account " ACCT-NUMBER
