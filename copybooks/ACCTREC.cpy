           05 ACCT-NUMBER PIC 9(8).
           05 ACCT-CUSTOMER-NAME PIC X(30).
           05 ACCT-STATUS PIC X(1).
      * A dormant account is still open - it takes deposits and
      * accrues interest - but withdrawals and transfers out of it
      * are refused at entry and intake and held by TRAN-POST until
      * an administrator reactivates it from ACCT-MAINT. Set by the
      * monthly ACCT-DORMANCY run.
               88 ACCT-IS-OPEN VALUES "O" "D".
               88 ACCT-IS-DORMANT VALUE "D".
               88 ACCT-IS-CLOSED VALUE "C".
           05 ACCT-BALANCE PIC S9(9)V99.
           05 ACCT-LAST-ACTIVITY-DATE PIC 9(8).
      * withdrawal that would breach it is held by TRAN-POST in
      * insufficient-funds status instead of being applied.
           05 ACCT-OVERDRAFT-LIMIT PIC 9(7)V99.
      * Annual interest rates in percent, maintained from ACCT-MAINT:
      * the credit rate is paid on a balance in credit, the debit
      * rate charged on an overdrawn balance. Zero means none.
           05 ACCT-CREDIT-RATE PIC 9(2)V9(4).
           05 ACCT-DEBIT-RATE PIC 9(2)V9(4).
      * Interest accrued nightly by INT-ACCRUE on the closing
      * balance and not yet posted - held to five decimals so the
      * daily fractions of a cent are not lost. Month-end posts the
      * whole cents to TRANFILE and leaves the fraction to carry
      * forward. The last accrual date is the business
      * date last accrued, so a rerun never accrues a day twice.
           05 ACCT-ACCRUED-CREDIT PIC 9(7)V9(5).
           05 ACCT-ACCRUED-DEBIT PIC 9(7)V9(5).
           05 ACCT-LAST-ACCRUAL-DATE PIC 9(8).
      * Business date of the customer's own last posting (anything
      * TRAN-POST applies, either leg of a transfer), or of opening
      * or reactivation. Unlike ACCT-LAST-ACTIVITY-DATE it is not
      * moved by system interest, so ACCT-DORMANCY measures real
      * inactivity from it. The dormant date is the business date
      * the account was last made dormant.
           05 ACCT-LAST-CUSTOMER-DATE PIC 9(8).
           05 ACCT-DORMANT-DATE PIC 9(8).
      * Owning customer on CUSTOMER-MASTER. An alternate key
      * (duplicates allowed) so CUST-INQUIRY can list every
      * account a customer holds. Zero means the account has not
      * yet been attached to a customer - accounts opened before
      * the customer master existed, until ACCT-MAINT attaches them.
           05 ACCT-CUSTOMER-ID PIC 9(8).
