       FILE SECTION.
       FD  NEW-PAYROLL-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 166 CHARACTERS.
       01  NEW-PAYROLL-REC.
           05  NEW-SSNO                    PIC 9(9).
           05  FILLER                      PIC X(37).
           05  FILLER                      PIC X(36).
           05  NEW-EMP-STATUS              PIC X.
           05  NEW-TERM-DATE               PIC 9(8).
           05  FILLER                      PIC X(71).
       FD  DEDUCTION-ELECT-FILE
           RECORD CONTAINS 37 CHARACTERS.
       01  DEDUCTION-ELECT-REC.
           05  FILLER                      PIC X(25).
       FD  LOAN-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 61 CHARACTERS.
       01  LOAN-REC.
           05  LN-LOAN-KEY.
               10  LN-ISBN                 PIC 9(13).
           05  LN-STATUS                   PIC X.
               88  LOAN-OPEN               VALUE "O".
           05  LN-RENEWAL-COUNT            PIC 99.
           05  LN-BARCODE                  PIC 9(10).
       FD  PATRON-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 136 CHARACTERS.
       01  PATRON-MASTER-REC.
           05  PM-PATRON-ID                PIC 9(5).
           05  FILLER                      PIC X(131).
       FD  CGLC-STANDING-FILE
           RECORD CONTAINS 52 CHARACTERS.
       01  CGLC-STANDING-REC.
