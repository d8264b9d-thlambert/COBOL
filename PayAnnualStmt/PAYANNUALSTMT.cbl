      * register.  The history rows from different runs interleave,
      * so they are sorted by SSN before the control break.
      *
      * An employee who had state or local tax withheld gets the
      * withholding broken out under the statement line: the federal
      * share first, then one line per state or locality with the
      * wages it was withheld on.  These lines carry no net pay.
      *
      *   Input  :  C:\COBOL\PAYHIST.DAT
      *             C:\COBOL\NEWEMP2.DAT   (names)
      *   Output :  C:\COBOL\ANNUALEARNINGS.DAT
       FILE SECTION.

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

       SD PAY-HIST-SORT-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 PAY-HIST-SORT-REC.
          05  PHS-SSNO                             PIC 9(9).
          05  PHS-PAY-DATE                         PIC 9(8).
          05  PHS-GROSS                            PIC S9(5)V99.
          05  PHS-WITHHOLDING                      PIC S9(5)V99.
          05  PHS-NET                              PIC S9(5)V99.
      *    SPACE ON AN EMPLOYEE'S PAY ROW; S OR L WITH THE CODE ON A
      *    STATE OR LOCAL WITHHOLDING ROW.
          05  PHS-JUR-TYPE                         PIC X.
              88  PHS-PAY-ROW                VALUE SPACE.
          05  PHS-JUR-CODE                         PIC X(4).

       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
          05  FILLER                               PIC X(137).

       FD ANNUAL-EARNINGS-FILE
          RECORD CONTAINS 76 CHARACTERS.
                                            VALUE ZERO.
       01  WS-STMT-COUNT                           PIC 9(5)
                                            VALUE ZERO.
      *    THE EMPLOYEE'S STATE AND LOCAL WITHHOLDING FOR THE YEAR -
      *    ROOM FOR A MOVE OR TWO BETWEEN STATES IN ONE YEAR.
       01  WS-EMP-JUR-TABLE.
           05  WS-EJ-COUNT                         PIC 99
                                            VALUE ZERO.
           05  WS-EJ-ENTRY OCCURS 10 TIMES.
               10  WS-EJ-TYPE                      PIC X.
               10  WS-EJ-CODE                      PIC X(4).
               10  WS-EJ-RUNS                      PIC 9(4).
               10  WS-EJ-WAGES                     PIC S9(7)V99.
               10  WS-EJ-WITHHOLDING               PIC S9(7)V99.
       01  WS-EJ-SUB                               PIC 99.
       01  WS-EJ-FOUND-SUB                         PIC 99.
       01  WS-EMP-JUR-WITHHOLDING                  PIC S9(7)V99
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
                           PERFORM 400-WRITE-STATEMENT THRU 400-EXIT
                       END-IF
                       MOVE PHS-SSNO TO WS-CURRENT-SSNO
                       IF PHS-PAY-ROW
                           ADD 1 TO WS-EMP-RUNS
                           ADD PHS-GROSS TO WS-EMP-GROSS
                           ADD PHS-WITHHOLDING TO WS-EMP-WITHHOLDING
                           ADD PHS-NET TO WS-EMP-NET
                       ELSE
                           PERFORM 320-FOLD-JURISDICTION THRU 320-EXIT
                       END-IF
               END-RETURN
           END-PERFORM.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  Find-or-add a state or local row's jurisdiction against the
      *  employee in the break.
      ***************************************************************
       320-FOLD-JURISDICTION.
           MOVE ZERO TO WS-EJ-FOUND-SUB
           PERFORM VARYING WS-EJ-SUB FROM 1 BY 1
                   UNTIL WS-EJ-SUB > WS-EJ-COUNT
               IF WS-EJ-TYPE (WS-EJ-SUB) = PHS-JUR-TYPE
                       AND WS-EJ-CODE (WS-EJ-SUB) = PHS-JUR-CODE
                   MOVE WS-EJ-SUB TO WS-EJ-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-EJ-FOUND-SUB = ZERO
               IF WS-EJ-COUNT NOT < 10
                   DISPLAY "SSN " PHS-SSNO " OVER 10 JURISDICTIONS - "
                       PHS-JUR-CODE " NOT BROKEN OUT"
                   GO TO 320-EXIT
               END-IF
               ADD 1 TO WS-EJ-COUNT
               MOVE WS-EJ-COUNT TO WS-EJ-FOUND-SUB
               MOVE PHS-JUR-TYPE TO WS-EJ-TYPE (WS-EJ-FOUND-SUB)
               MOVE PHS-JUR-CODE TO WS-EJ-CODE (WS-EJ-FOUND-SUB)
               MOVE ZERO TO WS-EJ-RUNS (WS-EJ-FOUND-SUB)
               MOVE ZERO TO WS-EJ-WAGES (WS-EJ-FOUND-SUB)
               MOVE ZERO TO WS-EJ-WITHHOLDING (WS-EJ-FOUND-SUB)
           END-IF
           ADD 1 TO WS-EJ-RUNS (WS-EJ-FOUND-SUB)
           ADD PHS-GROSS TO WS-EJ-WAGES (WS-EJ-FOUND-SUB)
           ADD PHS-WITHHOLDING TO WS-EJ-WITHHOLDING (WS-EJ-FOUND-SUB).
       320-EXIT.
           EXIT.
      ***************************************************************
      *  One employee's statement line, with the name looked up on
      *  the employee master (an employee since purged still gets a
      *  statement, just without a name).
           MOVE WS-EMP-NET TO AE-NET
           WRITE ANNUAL-EARNINGS-REC
           ADD 1 TO WS-STMT-COUNT
           IF WS-EJ-COUNT > ZERO
               PERFORM 420-WRITE-JURISDICTIONS THRU 420-EXIT
           END-IF
           MOVE ZERO TO WS-EJ-COUNT
           MOVE ZERO TO WS-EMP-RUNS
           MOVE ZERO TO WS-EMP-GROSS
           MOVE ZERO TO WS-EMP-WITHHOLDING
           MOVE ZERO TO WS-EMP-NET.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  The employee's withholding by jurisdiction under the
      *  statement line - the federal share, then each state or
      *  locality with the wages it was withheld on.
      ***************************************************************
       420-WRITE-JURISDICTIONS.
           MOVE ZERO TO WS-EMP-JUR-WITHHOLDING
           PERFORM VARYING WS-EJ-SUB FROM 1 BY 1
                   UNTIL WS-EJ-SUB > WS-EJ-COUNT
               ADD WS-EJ-WITHHOLDING (WS-EJ-SUB)
                   TO WS-EMP-JUR-WITHHOLDING
           END-PERFORM
           MOVE SPACES TO ANNUAL-EARNINGS-REC
           MOVE WS-CURRENT-SSNO TO AE-SSNO
           MOVE "  WH FEDERAL" TO AE-NAME
           MOVE WS-STMT-YEAR TO AE-YEAR
           MOVE WS-EMP-RUNS TO AE-RUN-COUNT
           MOVE WS-EMP-GROSS TO AE-GROSS
           COMPUTE AE-WITHHOLDING = WS-EMP-WITHHOLDING
               - WS-EMP-JUR-WITHHOLDING
           MOVE ZERO TO AE-NET
           WRITE ANNUAL-EARNINGS-REC
           PERFORM VARYING WS-EJ-SUB FROM 1 BY 1
                   UNTIL WS-EJ-SUB > WS-EJ-COUNT
               MOVE SPACES TO ANNUAL-EARNINGS-REC
               MOVE WS-CURRENT-SSNO TO AE-SSNO
               IF WS-EJ-TYPE (WS-EJ-SUB) = "S"
                   STRING "  WH STATE " WS-EJ-CODE (WS-EJ-SUB)
                       DELIMITED BY SIZE INTO AE-NAME
               ELSE
                   STRING "  WH LOCAL " WS-EJ-CODE (WS-EJ-SUB)
                       DELIMITED BY SIZE INTO AE-NAME
               END-IF
               MOVE WS-STMT-YEAR TO AE-YEAR
               MOVE WS-EJ-RUNS (WS-EJ-SUB) TO AE-RUN-COUNT
               MOVE WS-EJ-WAGES (WS-EJ-SUB) TO AE-GROSS
               MOVE WS-EJ-WITHHOLDING (WS-EJ-SUB) TO AE-WITHHOLDING
               MOVE ZERO TO AE-NET
               WRITE ANNUAL-EARNINGS-REC
           END-PERFORM.
       420-EXIT.
           EXIT.
