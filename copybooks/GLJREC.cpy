      * GENERAL-LEDGER JOURNAL interface record - the file GL-EXTRACT
      * builds for the corporate general ledger once a business date
      * has been posted. One header, a debit and a credit line for
      * each kind of posting that had activity, and one trailer.
      * Amounts carry two implied decimals. The trailer record count
      * is the number of journal lines between header and trailer.
       01 GL-JOURNAL-RECORD.
           05 GLJ-RECORD-TYPE PIC X(1).
               88 GLJ-HEADER VALUE "H".
               88 GLJ-JOURNAL-LINE VALUE "D".
               88 GLJ-TRAILER VALUE "T".
           05 GLJ-BUSINESS-DATE PIC 9(8).
           05 GLJ-BODY PIC X(71).
       01 GL-JOURNAL-HEADER.
           05 FILLER PIC X(9).
           05 GLJH-SOURCE-SYSTEM PIC X(8).
           05 GLJH-CREATED-STAMP PIC X(21).
           05 FILLER PIC X(42).
      * Entry kinds: DEPOSIT, WITHDRAW, TRANSFER (customer items),
      * REVDEP, REVWDL, REVXFER (reversals of each), INTCR and INTDR
      * (month-end credit and debit interest raised by INT-ACCRUE).
       01 GL-JOURNAL-LINE.
           05 FILLER PIC X(9).
           05 GLJL-GL-ACCOUNT PIC X(12).
           05 GLJL-DEBIT-CREDIT PIC X(1).
               88 GLJL-IS-DEBIT VALUE "D".
               88 GLJL-IS-CREDIT VALUE "C".
           05 GLJL-AMOUNT PIC 9(11)V99.
           05 GLJL-ITEM-COUNT PIC 9(7).
           05 GLJL-ENTRY-KIND PIC X(8).
           05 GLJL-DESCRIPTION PIC X(30).
       01 GL-JOURNAL-TRAILER.
           05 FILLER PIC X(9).
           05 GLJT-RECORD-COUNT PIC 9(7).
           05 GLJT-DEBIT-TOTAL PIC 9(13)V99.
           05 GLJT-CREDIT-TOTAL PIC 9(13)V99.
           05 FILLER PIC X(34).
