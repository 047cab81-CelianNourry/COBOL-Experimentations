      * SUSPICIOUS-ACTIVITY ALERT record layout - one entry per
      * alert raised by the nightly SUSP-MONITOR run, worked and
      * closed by compliance from ALERT-MAINT (ADMIN-MENU option 5).
      * Keyed by the business date raised and a sequence within it.
      * Alerts are never deleted; a closed alert stays on file with
      * who closed it and why.
       01 ALERT-RECORD.
           05 ALRT-KEY.
               10 ALRT-RAISED-DATE PIC 9(8).
               10 ALRT-SEQUENCE PIC 9(4).
      * Rule that fired - the rule id on the SUSPRULE card.
           05 ALRT-RULE PIC X(8).
               88 ALRT-RULE-STRUCTURING VALUE "STRUCT".
               88 ALRT-RULE-APPROVAL-PAIR VALUE "PAIR".
               88 ALRT-RULE-QUICK-REVERSAL VALUE "REVERSE".
               88 ALRT-RULE-IDLE-BURST VALUE "BURST".
           05 ALRT-STATUS PIC X(1).
               88 ALRT-IS-OPEN VALUE "O".
               88 ALRT-IS-IN-REVIEW VALUE "W".
               88 ALRT-IS-CLOSED VALUE "C".
               88 ALRT-IS-OUTSTANDING VALUES "O" "W".
      * Account the alert is about; zero on a PAIR alert, which is
      * about two users rather than an account.
           05 ALRT-ACCOUNT-NUMBER PIC 9(8).
      * Users involved. STRUCT and BURST: the clerk who entered the
      * first item and the supervisor who approved it. PAIR: the
      * entering clerk and the approving supervisor. REVERSE: the
      * clerk who raised the reversal and the one who entered the
      * original.
           05 ALRT-USER-ID-1 PIC X(8).
           05 ALRT-USER-ID-2 PIC X(8).
      * Items behind the alert and their total. The first ten
      * TRAN-IDs are kept; the count may be higher.
           05 ALRT-ITEM-COUNT PIC 9(4).
           05 ALRT-TOTAL-AMOUNT PIC 9(9)V99.
           05 ALRT-TRAN-ID PIC X(16) OCCURS 10 TIMES.
           05 ALRT-DETAIL PIC X(60).
           05 ALRT-REVIEWED-BY PIC X(8).
           05 ALRT-REVIEWED-DATE PIC 9(8).
           05 ALRT-CLOSED-BY PIC X(8).
           05 ALRT-CLOSED-DATE PIC 9(8).
           05 ALRT-CLOSE-NOTE PIC X(60).
