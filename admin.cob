               DISPLAY "1. Maintain user accounts"
               DISPLAY "2. System configuration"
               DISPLAY "3. Maintain customer accounts"
               DISPLAY "4. Maintain customers"
               DISPLAY "5. Suspicious-activity alerts"
               DISPLAY "9. Log off"
               DISPLAY "Select an option : "
               ACCEPT WS-CHOICE
                               TO WS-IDLE-LIMIT-SECONDS
                       WHEN 3
                           CALL "ACCT-MAINT" USING LK-USER-ID
                       WHEN 4
                           CALL "CUST-MAINT" USING LK-USER-ID
                       WHEN 5
                           CALL "ALERT-MAINT" USING LK-USER-ID
                       WHEN 9
                           DISPLAY "Logging off."
                       WHEN OTHER
