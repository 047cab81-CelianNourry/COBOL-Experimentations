           05 WS-CUR-MAX-REAUTH-TRIES PIC 9(2).
           05 WS-CUR-IDLE-LIMIT PIC 9(5).
           05 WS-CUR-DUAL-LIMIT PIC 9(7).
           05 WS-CUR-DORMANCY-DAYS PIC 9(4).
           05 WS-CUR-RECERT-DAYS PIC 9(4).
       01 WS-CHOICE PIC 9 VALUE 0.
       01 WS-VALUE-IN PIC X(8).
       01 WS-VALUE-OK PIC X VALUE "N".
       01 WS-OLD-DISPLAY PIC 9(7).
       01 WS-NEW-DISPLAY PIC 9(7).
       01 WS-FIELD-NAME PIC X(20).
       01 WS-PREVIOUS-PARMS PIC X(26).

       LINKAGE SECTION.
       01 LK-USER-ID PIC X(8).
                   WS-CUR-IDLE-LIMIT
               DISPLAY "5. Dual-approval threshold..."
                   WS-CUR-DUAL-LIMIT
               DISPLAY "6. Dormancy period (days)...."
                   WS-CUR-DORMANCY-DAYS
               DISPLAY "7. Recertification (days)...."
                   WS-CUR-RECERT-DAYS
               DISPLAY "9. Return to admin menu"
               DISPLAY "Select a parameter to change : "
               ACCEPT WS-CHOICE
                           MOVE WS-NEW-VALUE TO WS-CUR-DUAL-LIMIT
                           PERFORM SAVE-AND-LOG-CHANGE
                       END-IF
                   WHEN 6
                       MOVE "DORMANCY-DAYS" TO WS-FIELD-NAME
                       PERFORM GET-NEW-VALUE
                       IF VALUE-ACCEPTED
                           PERFORM CHECK-DORMANCY-RANGE
                       END-IF
                       IF VALUE-ACCEPTED
                           MOVE WS-CUR-DORMANCY-DAYS
                               TO WS-OLD-DISPLAY
                           MOVE WS-NEW-VALUE TO WS-CUR-DORMANCY-DAYS
                           PERFORM SAVE-AND-LOG-CHANGE
                       END-IF
                   WHEN 7
                       MOVE "RECERT-DAYS" TO WS-FIELD-NAME
                       PERFORM GET-NEW-VALUE
                       IF VALUE-ACCEPTED
                           PERFORM CHECK-RECERT-RANGE
                       END-IF
                       IF VALUE-ACCEPTED
                           MOVE WS-CUR-RECERT-DAYS
                               TO WS-OLD-DISPLAY
                           MOVE WS-NEW-VALUE TO WS-CUR-RECERT-DAYS
                           PERFORM SAVE-AND-LOG-CHANGE
                       END-IF
                   WHEN 9
                       CONTINUE
                   WHEN OTHER
               MOVE "N" TO WS-VALUE-OK
           END-IF.

      * A period shorter than a month would make accounts dormant
      * between two statement runs; 9999 is the most the field holds.
       CHECK-DORMANCY-RANGE.
           IF WS-NEW-VALUE < 30 OR WS-NEW-VALUE > 9999
               DISPLAY "Dormancy period must be between 30 and 9999 "
                   "days."
               MOVE "N" TO WS-VALUE-OK
           END-IF.

      * Anything under a month would deactivate staff back from an
      * ordinary holiday; 9999 is the most the field holds.
       CHECK-RECERT-RANGE.
           IF WS-NEW-VALUE < 30 OR WS-NEW-VALUE > 9999
               DISPLAY "Recertification period must be between 30 "
                   "and 9999 days."
               MOVE "N" TO WS-VALUE-OK
           END-IF.

      * The previous values are kept so that a failed save can put
      * both the file and the in-memory copy back the way they
      * were - otherwise a later save of a different field would
