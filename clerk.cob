               DISPLAY "1. Enter transaction"
               DISPLAY "2. View account"
               DISPLAY "3. Review rejected transactions"
               DISPLAY "4. View customer"
               DISPLAY "5. Standing orders"
               DISPLAY "9. Log off"
               DISPLAY "Select an option : "
               ACCEPT WS-CHOICE
                           CALL "ACCT-INQUIRY" USING LK-USER-ID
                       WHEN 3
                           CALL "TRAN-REWORK" USING LK-USER-ID
                       WHEN 4
                           CALL "CUST-INQUIRY" USING LK-USER-ID
                       WHEN 5
                           CALL "SORD-MAINT" USING LK-USER-ID
                       WHEN 9
                           DISPLAY "Logging off."
                       WHEN OTHER
