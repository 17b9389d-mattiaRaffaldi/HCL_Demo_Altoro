               WHEN "PWD-HISTORY-DEPTH"
                   COMPUTE WS-PWD-HISTORY-DEPTH =
                       FUNCTION NUMVAL(WS-SYSCFG-VALUE)
               WHEN "PWD-HASH-WORK-FACTOR"
                   COMPUTE WS-PWD-HASH-WORK-FACTOR =
                       FUNCTION NUMVAL(WS-SYSCFG-VALUE)
               WHEN "PWD-MIGRATE-CUTOFF"
                   MOVE WS-SYSCFG-VALUE TO WS-PWD-MIGRATE-CUTOFF
               WHEN OTHER
                   DISPLAY "Ignoring unrecognized config keyword: "
                           WS-SYSCFG-KEYWORD
           DISPLAY "  6. Admin Functions"
           DISPLAY "  7. Change Password"
           DISPLAY "  8. ACH Processing"
           DISPLAY "  9. Instant Payments"
           DISPLAY " "
           DISPLAY "  0. Logout / Exit"
           DISPLAY " "
                   ELSE
                       PERFORM 4330-ACCESS-DENIED
                   END-IF
               WHEN "9"
                   PERFORM 4320-CHECK-ROLE-ACCESS
                   IF WS-ACCESS-OK
                       PERFORM 5760-INSTANT-PAYMENTS
                   ELSE
                       PERFORM 4330-ACCESS-DENIED
                   END-IF
               WHEN "0"
                   PERFORM 5800-LOGOUT
               WHEN OTHER
                   MOVE "Y" TO WS-ACCESS-ALLOWED
               WHEN WS-IS-SUPERVISOR
                   IF WS-MENU-CHOICE = "4" OR "5" OR "6" OR "8"
                       OR "9"
                       MOVE "Y" TO WS-ACCESS-ALLOWED
                   END-IF
               WHEN WS-IS-TELLER
                   IF WS-MENU-CHOICE = "4" OR "8" OR "9"
                       MOVE "Y" TO WS-ACCESS-ALLOWED
                   END-IF
               WHEN OTHER
               WS-SQL-FIELDS
               WS-ERROR-FIELDS
               WS-AUDIT-FIELDS
               WS-PASSWORD-POLICY
           DISPLAY "Returned from Account Management.".

      ******************************************************************
               WS-SQL-FIELDS
               WS-ERROR-FIELDS
               WS-AUDIT-FIELDS
               WS-PASSWORD-POLICY
           MOVE SPACES TO WS-FUNCTION-CODE
           DISPLAY "Returned from Fund Transfer.".

               WS-SQL-FIELDS
               WS-ERROR-FIELDS
               WS-AUDIT-FIELDS
               WS-PASSWORD-POLICY
           MOVE SPACES TO WS-FUNCTION-CODE
           DISPLAY "Returned from Transaction History.".

           DISPLAY "  A6. Nightly Batch Scheduler"
           DISPLAY "  A7. File-to-DB2 Synchronization"
           DISPLAY "  A8. View/Force Active Sessions"
           DISPLAY "  A9. File Reorganization / Capacity"
           DISPLAY " "
           DISPLAY "Enter admin option: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE FROM CONSOLE
                       WS-SQL-FIELDS
                       WS-ERROR-FIELDS
                       WS-AUDIT-FIELDS
                       WS-PASSWORD-POLICY
               WHEN "A3"
                   IF WS-IS-ADMIN
      * VULNERABILITY V27: Display raw log path
                       WS-SQL-FIELDS
                       WS-ERROR-FIELDS
                       WS-AUDIT-FIELDS
                       WS-PASSWORD-POLICY
               WHEN "A7"
                   IF WS-IS-ADMIN
                       MOVE "FILESYNC" TO WS-SUB-PROGRAM
                       WS-AUDIT-FIELDS
                       WS-PASSWORD-POLICY
                   MOVE SPACES TO WS-AUDIT-ACTION
               WHEN "A9"
                   IF WS-IS-ADMIN
                       MOVE "IDXREORG" TO WS-SUB-PROGRAM
                       MOVE SPACES TO WS-AUDIT-ACTION
                       CALL WS-SUB-PROGRAM USING
                           WS-SESSION-INFO
                           WS-DB2-CONFIG
                           WS-SQL-FIELDS
                           WS-ERROR-FIELDS
                           WS-AUDIT-FIELDS
                   ELSE
                       PERFORM 4330-ACCESS-DENIED
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid admin option."
           END-EVALUATE
               WS-AUDIT-FIELDS
           DISPLAY "Returned from ACH Processing.".

      ******************************************************************
      * 5760 - INSTANT PAYMENTS (calls INSTPAY)
      ******************************************************************
       5760-INSTANT-PAYMENTS.
           MOVE "INSTPAY " TO WS-SUB-PROGRAM
           DISPLAY " "
           DISPLAY "Loading Instant Payments..."
           CALL WS-SUB-PROGRAM USING
               WS-SESSION-INFO
               WS-DB2-CONFIG
               WS-SQL-FIELDS
               WS-ERROR-FIELDS
               WS-AUDIT-FIELDS
           DISPLAY "Returned from Instant Payments.".

      ******************************************************************
      * 5800 - LOGOUT
      * VULNERABILITY V28: Session not properly invalidated
