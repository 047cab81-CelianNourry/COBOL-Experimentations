      * STANDING-ORDER record layout - one entry per regular customer
      * instruction, set up and maintained by clerks from SORD-MAINT
      * (CLERK-MENU option 5). The nightly STANDING-ORDER run raises
      * a PENDING TRAN-RECORD for every order falling due on or
      * before the business date and rolls the next due date on by
      * the frequency. Keyed by the paying account and a sequence
      * number within it, so an account's orders read together.
       01 STANDING-ORDER-RECORD.
           05 SORD-KEY.
               10 SORD-ACCOUNT-NUMBER PIC 9(8).
               10 SORD-SEQUENCE PIC 9(3).
      * The same D/W/T codes as TRAN-TYPE; a transfer names the
      * receiving account, which is zeros on the other two.
           05 SORD-TYPE PIC X(1).
               88 SORD-TYPE-DEPOSIT VALUE "D".
               88 SORD-TYPE-WITHDRAWAL VALUE "W".
               88 SORD-TYPE-TRANSFER VALUE "T".
               88 SORD-TYPE-KNOWN VALUES "D" "W" "T".
           05 SORD-TO-ACCOUNT-NUMBER PIC 9(8).
           05 SORD-AMOUNT PIC 9(7)V99.
           05 SORD-FREQUENCY PIC X(1).
               88 SORD-WEEKLY VALUE "W".
               88 SORD-FORTNIGHTLY VALUE "F".
               88 SORD-MONTHLY VALUE "M".
               88 SORD-QUARTERLY VALUE "Q".
               88 SORD-ANNUALLY VALUE "A".
               88 SORD-FREQUENCY-KNOWN VALUES "W" "F" "M" "Q" "A".
      * Day of the month the order was first due. Monthly,
      * quarterly and annual orders fall due on it, or on the last
      * day of a shorter month, so the 31st does not drift to the
      * 28th after February.
           05 SORD-DUE-DAY PIC 9(2).
           05 SORD-NEXT-DUE-DATE PIC 9(8).
      * Last date a payment may fall due; zero means no end date.
           05 SORD-END-DATE PIC 9(8).
           05 SORD-STATUS PIC X(1).
               88 SORD-IS-ACTIVE VALUE "A".
               88 SORD-IS-CANCELLED VALUE "C".
      * Set by the run once the next due date passes the end date.
               88 SORD-IS-EXPIRED VALUE "E".
           05 SORD-SET-UP-BY PIC X(8).
           05 SORD-SET-UP-DATE PIC 9(8).
           05 SORD-CHANGED-BY PIC X(8).
           05 SORD-CHANGED-DATE PIC 9(8).
      * The due date and TRAN-ID of the last item the run raised.
           05 SORD-LAST-RAISED-DATE PIC 9(8).
           05 SORD-LAST-TRAN-ID PIC X(16).
