      * MAINTENANCE-JOURNAL record layout - one entry per field
      * changed from the admin maintenance screens (USER-MAINT,
      * ACCT-MAINT, CUST-MAINT), appended to the MAINTLOG file by
      * MAINTLOG-WRITE and listed nightly by MAINT-REPORT. Values are
      * held as displayed on the screen; amounts are edited (e.g.
      * "   5000.00") so the report can compare before and after.
      * A record being added is journaled field by field with blank
      * before values.
       01 MAINT-LOG-RECORD.
           05 MLOG-ADMIN-ID PIC X(8).
           05 MLOG-BUSINESS-DATE PIC 9(8).
           05 MLOG-TIMESTAMP PIC X(21).
           05 MLOG-RECORD-TYPE PIC X(1).
               88 MLOG-USER-RECORD VALUE "U".
               88 MLOG-ACCOUNT-RECORD VALUE "A".
               88 MLOG-CUSTOMER-RECORD VALUE "C".
           05 MLOG-RECORD-KEY PIC X(8).
           05 MLOG-FIELD-NAME PIC X(20).
           05 MLOG-BEFORE-VALUE PIC X(30).
           05 MLOG-AFTER-VALUE PIC X(30).
