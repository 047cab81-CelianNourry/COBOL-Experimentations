      * CUSTOMER-MASTER record layout - one entry per customer, kept
      * by CUST-MAINT (ADMIN-MENU option 4). Each ACCOUNT-RECORD
      * points at its owner through ACCT-CUSTOMER-ID, so one
      * customer may hold any number of accounts. The name is an
      * alternate key (duplicates allowed) for the customer
      * inquiry's name search. The address is the mailing address
      * ACCT-STATEMENT prints on every statement.
       01 CUSTOMER-RECORD.
           05 CUST-ID PIC 9(8).
           05 CUST-NAME PIC X(30).
           05 CUST-ADDRESS-LINE-1 PIC X(30).
           05 CUST-ADDRESS-LINE-2 PIC X(30).
           05 CUST-ADDRESS-LINE-3 PIC X(30).
           05 CUST-POSTCODE PIC X(10).
      * Date of birth as CCYYMMDD.
           05 CUST-DATE-OF-BIRTH PIC 9(8).
           05 CUST-TAX-ID PIC X(15).
      * Business date the customer was added.
           05 CUST-ADDED-DATE PIC 9(8).
