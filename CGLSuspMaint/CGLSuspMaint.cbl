      *    ACTION - AN INQUIRE-ONLY OPERATOR IS NOT LET IN.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR THE CORRECTION QUEUE"
               GOBACK
           END-IF
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-PROCESS-QUEUE THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 800-REWRITE-QUEUE THRU 800-EXIT.
           DISPLAY "CORRECTION QUEUE SAVED".
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
