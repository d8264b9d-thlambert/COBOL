                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM THRU 910-EXIT.
           GOBACK.

      ***************************************************************
      *   Count every account on file and total the current balance
                   DISPLAY "THE SHARED MASTERS ARE NOT AVAILABLE - "
                       "PROGRAM ENDED"
                   CLOSE BATCH-LOCK-FILE
                   GOBACK
           END-READ
           CLOSE BATCH-LOCK-FILE.
       045-EXIT.
