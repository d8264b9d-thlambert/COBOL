       01  CGL-TRANS-OUT-REC               PIC X(73).
       FD  EMP-IN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 166 CHARACTERS.
       01  EMP-IN-REC.
           05  EMI-SSNO                    PIC 9(9).
      *    THE NAME IS BROKEN OUT SO THE COPY CARRIES THE NAME
      *    ALTERNATE INDEX THE LOOKUP PROGRAMS DECLARE - A RESTORED
      *    MASTER WITHOUT IT WOULD FAIL THEIR OPENS.
           05  EMI-NAME                    PIC X(20).
           05  EMI-REST                    PIC X(137).
       FD  EMP-OUT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 166 CHARACTERS.
       01  EMP-OUT-REC.
           05  EMO-SSNO                    PIC 9(9).
      *    THE NAME IS BROKEN OUT SO THE COPY CARRIES THE NAME
      *    ALTERNATE INDEX THE LOOKUP PROGRAMS DECLARE - A RESTORED
      *    MASTER WITHOUT IT WOULD FAIL THEIR OPENS.
           05  EMO-NAME                    PIC X(20).
           05  EMO-REST                    PIC X(137).
       FD  CGLC-RESTORE-LOG-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  CGLC-RESTORE-LOG-REC.
      *    WAS BUILT TO GATE - LEVEL 2 OR BETTER.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED TO RESTORE - RUN REFUSED"
               GOBACK
           END-IF
           DISPLAY "RESTORE WHICH FILE?"
           DISPLAY "  1. COA MASTER (COAFILEMASTER.DAT)"
           ACCEPT WS-GEN-DIGIT
           IF WS-GEN-DIGIT < 1 OR WS-GEN-DIGIT > 3
               DISPLAY "INVALID GENERATION"
               GOBACK
           END-IF
           DISPLAY "THIS REPLACES THE LIVE FILE - PROCEED? "
               "(Y TO RESTORE)"
           ACCEPT WS-CONFIRM
           IF NOT RESTORE-CONFIRMED
               DISPLAY "NO RESTORE DONE"
               GOBACK
           END-IF
           EVALUATE WS-FILE-CHOICE
               WHEN "1"
                   PERFORM 500-RESTORE-GL-SET THRU 500-EXIT
               WHEN OTHER
                   DISPLAY "INVALID FILE CHOICE"
                   GOBACK
           END-EVALUATE
           DISPLAY "RESTORE COMPLETE - " WS-RESTORE-COUNT
               " RECORDS PUT BACK".
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
