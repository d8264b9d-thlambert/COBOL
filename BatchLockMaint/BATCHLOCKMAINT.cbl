      *    SUPERVISOR ONLY.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 3
               DISPLAY "NOT AUTHORIZED - SUPERVISOR SIGN-ON REQUIRED"
               GOBACK
           END-IF
           OPEN INPUT BATCH-LOCK-FILE
           READ BATCH-LOCK-FILE
           CLOSE BATCH-LOCK-FILE
           IF NOT LOCK-HELD
               DISPLAY "NO RUN-LOCK IS HELD - NOTHING TO CLEAR"
               GOBACK
           END-IF
           DISPLAY "RUN-LOCK HELD BY. . " LK-HOLDER
           DISPLAY "SINCE . . . . . . . " LK-TIMESTAMP
           ELSE
               DISPLAY "LOCK LEFT HELD"
           END-IF
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
