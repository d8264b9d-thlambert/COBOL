                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM THRU 910-EXIT.
           GOBACK.
      ***************************************************************
      *   Displays appropriate screens and reads the file.
      *   Also waits for user input at end
                   DISPLAY "THE SHARED MASTERS ARE NOT AVAILABLE - "
                       "PROGRAM ENDED"
                   CLOSE BATCH-LOCK-FILE
                   GOBACK
           END-READ
           CLOSE BATCH-LOCK-FILE.
       045-EXIT.
