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

       FD  CMP-IN-FILE
           RECORD CONTAINS 150 CHARACTERS.
