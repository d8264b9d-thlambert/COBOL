           05  EMP-DH-TIMESTAMP            PIC X(21).
           05  EMP-DH-OPERATOR-ID          PIC X(8).
       FD  BOOK-CIRC-HISTORY-FILE
           RECORD CONTAINS 47 CHARACTERS.
       01  BOOK-CIRC-HISTORY-REC.
           05  BCH-BOOK-ISBN               PIC 9(13).
           05  BCH-TRANS-TYPE              PIC X.
           05  BCH-TIMESTAMP               PIC X(21).
           05  BCH-OPERATOR-ID             PIC X(8).
           05  BCH-BRANCH                  PIC X(4).
      *    APPEND-ONLY SIGN-ON LOG OPERSIGNON WRITES.
       FD  SIGNON-LOG-FILE
           RECORD CONTAINS 49 CHARACTERS.
