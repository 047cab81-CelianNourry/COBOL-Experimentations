      * above this needs a second, different supervisor's signature
      * in TRAN-APPROVE before TRAN-POST treats it as approved.
           05 PARM-DUAL-APPROVE-LIMIT PIC 9(7).
      * Dormancy period in days: ACCT-DORMANCY makes an open account
      * dormant once it has seen no customer activity for longer.
           05 PARM-DORMANCY-DAYS PIC 9(4).
      * Recertification period in days: USER-RECERT deactivates an
      * id with no successful login for longer.
           05 PARM-RECERT-DAYS PIC 9(4).
