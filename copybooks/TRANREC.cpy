           05 TRAN-TYPE PIC X(1).
               88 TRAN-TYPE-DEPOSIT VALUE "D".
               88 TRAN-TYPE-WITHDRAWAL VALUE "W".
      * Transfer between two of the shop's accounts: debits
      * TRAN-ACCOUNT-NUMBER and credits TRAN-TO-ACCOUNT-NUMBER as one
      * item - keyed once, approved once, posted as both legs or
      * neither.
               88 TRAN-TYPE-TRANSFER VALUE "T".
               88 TRAN-TYPE-KNOWN VALUES "D" "W" "T".
           05 TRAN-AMOUNT PIC 9(7)V99.
           05 TRAN-ENTERED-BY PIC X(8).
      * System source id of the month-end interest items INT-ACCRUE
      * writes straight to POSTED - they are never keyed or
      * approved, and the statement and GL runs pick them out by it.
               88 TRAN-ENTERED-BY-INTEREST VALUE "INTEREST".
      * System source id of the items the STANDING-ORDER run raises.
      * Unlike interest they are written PENDING and go through
      * TRAN-APPROVE like keyed work.
               88 TRAN-ENTERED-BY-STANDING-ORDER VALUE "STANDORD".
           05 TRAN-ENTRY-TIMESTAMP PIC X(21).
           05 TRAN-STATUS PIC X(1).
               88 TRAN-IS-PENDING VALUE "P".
      * TRAN-APPROVE queue, where a supervisor releases them for
      * another posting attempt or cancels them into REJECTED.
               88 TRAN-IS-HELD-NSF VALUE "H".
      * Held by TRAN-POST the same way: a withdrawal or transfer out
      * of an account that has gone dormant. Worked from the same
      * TRAN-APPROVE queue once the account has been reactivated.
               88 TRAN-IS-HELD-DORMANT VALUE "D".
               88 TRAN-IS-HELD VALUES "H" "D".
      * First of the two signatures an item above the site
      * dual-approval threshold must collect before it is APPROVED.
               88 TRAN-IS-FIRST-SIGNED VALUE "F".
      * TRAN-ID of the rejected original it replaces. Spaces on
      * everything else.
           05 TRAN-RESUBMIT-OF PIC X(16).
      * Receiving account of a transfer. Zeros on deposits and
      * withdrawals. Carried as a second alternate key (with
      * duplicates) so an account's history can pick up the
      * transfers paid into it as well as those paid out.
           05 TRAN-TO-ACCOUNT-NUMBER PIC 9(8).
