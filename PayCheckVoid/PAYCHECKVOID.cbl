
       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
          05  FILLER                               PIC X(137).

       WORKING-STORAGE SECTION.
      *    PARAMETER AREA FOR THE SHARED SIGN-ON SUBPROGRAM - SEE
      *    BETTER.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR CHECK VOID/REISSUE"
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           IF WS-FOUND-SUB = ZERO
               DISPLAY "CHECK " WS-VOID-CHECK-NO
                   " IS NOT ON THE REGISTER AS ISSUED"
               GOBACK
           END-IF
           DISPLAY "VOID REASON: "
           ACCEPT WS-VOID-REASON
           END-IF
           PERFORM 600-REWRITE-REGISTER THRU 600-EXIT.
           DISPLAY "CHECK " WS-VOID-CHECK-NO " VOIDED".
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
                           DISPLAY "PAYCHECKREG.DAT EXCEEDS THE "
                               "WORK TABLE - VOID REFUSED"
                           CLOSE CHECK-REGISTER-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-REG-COUNT
                       MOVE CHECK-REGISTER-REC
