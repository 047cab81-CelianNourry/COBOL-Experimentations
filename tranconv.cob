       PROGRAM-ID. TRAN-CONVERT.

      * One-time TRANSACTION file layout conversion. The
      * TRAN-RECORD grew from 191 to 199 bytes (receiving account
      * of a transfer) and gained the TRAN-TO-ACCOUNT-NUMBER
      * alternate key; existing TRANFILE clusters match neither,
      * so every OPEN would fail under the new copybook. This
      * program loads a freshly defined cluster from a 191-byte
      * unload of the old file, extending each record with zeros
      * in the receiving account - old items are all deposits and
      * withdrawals, which carry none. Writing through the new
      * file definition also populates both account access paths
      * (BLDINDEX on the mainframe side - see jcl/MSTRCONV.jcl).
      * RC must be 0 and the loaded count must equal the unload
      * count before the system is released.
               RECORD KEY IS TRAN-ID
               ALTERNATE RECORD KEY IS TRAN-ACCOUNT-NUMBER
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS TRAN-TO-ACCOUNT-NUMBER
                   WITH DUPLICATES
               FILE STATUS IS WS-TRANSACTION-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Flat image of the 191-byte TRAN-RECORD as it stood before
      * the transfer receiving account.
       FD  OLD-FILE.
       01 OLD-TRAN-IMAGE PIC X(191).

       FD  TRANSACTION-FILE.
           COPY "TRANREC.cpy".

       CONVERT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE OLD-TRAN-IMAGE TO TRAN-RECORD (1:191).
           MOVE ZEROS TO TRAN-TO-ACCOUNT-NUMBER.
           WRITE TRAN-RECORD
               INVALID KEY
                   CONTINUE
