
       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
          05  NEW-YTD-GROSS                        PIC S9(7)V99.
          05  NEW-YTD-WITHHOLDING                  PIC S9(7)V99.
          05  NEW-YTD-NET                          PIC S9(7)V99.
          05  FILLER                               PIC X(80).

       FD PAY-HISTORY-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 PAY-HISTORY-REC.
          05  PH-SSNO                              PIC 9(9).
          05  PH-PAY-DATE                          PIC 9(8).
          05  PH-GROSS                             PIC S9(5)V99.
          05  PH-WITHHOLDING                       PIC S9(5)V99.
          05  PH-NET                               PIC S9(5)V99.
          05  PH-JUR-TYPE                          PIC X.
          05  PH-JUR-CODE                          PIC X(4).

       FD PAY-HIST-ARCHIVE-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 PAY-HIST-ARCHIVE-REC                     PIC X(43).

       FD PAY-HIST-KEEP-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 PAY-HIST-KEEP-REC                        PIC X(43).

       FD ANNUAL-EARNINGS-FILE
          RECORD CONTAINS 76 CHARACTERS.
