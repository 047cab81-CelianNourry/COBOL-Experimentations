       01 WS-RECORD-OK PIC X VALUE "N".
           88 PARAMETERS-LOADED VALUE "Y".
      * Shop defaults: 3 login tries, 3 OTP tries, 3 reauth tries,
      * 900-second idle limit, 50000 dual-approval threshold,
      * 730-day dormancy period, 90-day recertification period.
       01 WS-DEFAULT-PARMS PIC X(26)
           VALUE "03030300900005000007300090".

       LINKAGE SECTION.
       01 LK-PARM-RECORD PIC X(26).

       PROCEDURE DIVISION USING LK-PARM-RECORD.
       MAIN-LOGIC.
                       CONTINUE
                   NOT AT END
      * The security numbers stand on the first 11 bytes alone, so
      * a record written before the dual-approval threshold, the
      * dormancy period or the recertification period was added
      * keeps every customized setting; only the missing tail falls
      * back to the shop default.
                       IF PARM-RECORD (1:11) IS NUMERIC
                               AND PARM-MAX-ATTEMPTS > 0
                               AND PARM-MAX-OTP-TRIES > 0
                               MOVE WS-DEFAULT-PARMS (12:7)
                                   TO LK-PARM-RECORD (12:7)
                           END-IF
                           IF PARM-DORMANCY-DAYS IS NUMERIC
                                   AND PARM-DORMANCY-DAYS > 0
                               MOVE PARM-DORMANCY-DAYS
                                   TO LK-PARM-RECORD (19:4)
                           ELSE
                               MOVE WS-DEFAULT-PARMS (19:4)
                                   TO LK-PARM-RECORD (19:4)
                           END-IF
                           IF PARM-RECERT-DAYS IS NUMERIC
                                   AND PARM-RECERT-DAYS > 0
                               MOVE PARM-RECERT-DAYS
                                   TO LK-PARM-RECORD (23:4)
                           ELSE
                               MOVE WS-DEFAULT-PARMS (23:4)
                                   TO LK-PARM-RECORD (23:4)
                           END-IF
                           MOVE "Y" TO WS-RECORD-OK
                       END-IF
               END-READ
