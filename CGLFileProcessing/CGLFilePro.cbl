      *    EMPLOYMENT STATUS MATTER HERE.
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
      *    DEDUCTION-CODE MASTER - ONLY THE GL LIABILITY ACCOUNT
      *    AND A BENEFIT PLAN'S EXPENSE AND PAYABLE ACCOUNTS MATTER
      *    HERE.
       FD  DEDUCTION-MASTER-FILE
           RECORD CONTAINS 67 CHARACTERS.
       01  DEDUCTION-MASTER-REC.
           05  FILLER                      PIC X(31).
           05  DM-GL-ACCT                  PIC 9(4).
           05  FILLER                      PIC X(24).
           05  DM-ER-EXP-ACCT              PIC 9(4).
           05  DM-ER-PAYABLE-ACCT          PIC 9(4).
      *    STANDING-TRANSACTION MASTER - ONLY THE ACCOUNT MATTERS
      *    HERE.
       FD  CGLC-STANDING-FILE
                       MOVE DM-GL-ACCT TO WS-REF-WORK-ACCT
                       MOVE "IN USE DEDMSTR" TO WS-REF-WORK-SRC
                       PERFORM 058-ADD-REFERENCE THRU 058-EXIT
                       IF DM-ER-EXP-ACCT NOT = ZERO
                           MOVE DM-ER-EXP-ACCT TO WS-REF-WORK-ACCT
                           PERFORM 058-ADD-REFERENCE THRU 058-EXIT
                       END-IF
                       IF DM-ER-PAYABLE-ACCT NOT = ZERO
                           MOVE DM-ER-PAYABLE-ACCT TO WS-REF-WORK-ACCT
                           PERFORM 058-ADD-REFERENCE THRU 058-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-MASTER-FILE
