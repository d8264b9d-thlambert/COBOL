      * registers - a missing or doubled history row shows up before
      * the filing does.
      *
      * The withholding is also broken out by jurisdiction for the
      * separate state and local filings: the federal share (the
      * quarter's withholding less the state and local rows) and one
      * line per state or locality with its wages, tax, and the
      * number of employees it was withheld from.  The state and
      * local rows are left out of the run lines and the cross-foot,
      * which tie to the register's employee lines.
      *
      *   Input  :  C:\COBOL\PAYHIST.DAT
      *   Output :  C:\COBOL\PAYQTRSUMMARY.DAT
      *****************************************************************
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

       FD QTR-SUMMARY-FILE
          RECORD CONTAINS 70 CHARACTERS.
           05  WS-XF-WITHHOLDING                   PIC S9(9)V99
                                            VALUE ZERO.
       01  WS-EDIT-DATE-LABEL                      PIC X(30).
      *    STATE AND LOCAL WITHHOLDING FOR THE QUARTER, PER
      *    JURISDICTION.  ROWS ARRIVE IN SSN ORDER, SO A CHANGE OF
      *    SSN AGAINST THE ENTRY'S LAST ONE COUNTS A NEW EMPLOYEE.
       01  WS-JUR-TABLE.
           05  WS-JUR-COUNT                        PIC 9(3)
                                            VALUE ZERO.
           05  WS-JUR-ENTRY OCCURS 50 TIMES.
               10  WS-JU-TYPE                      PIC X.
               10  WS-JU-CODE                      PIC X(4).
               10  WS-JU-WAGES                     PIC S9(9)V99.
               10  WS-JU-WITHHOLDING               PIC S9(9)V99.
               10  WS-JU-EMP-COUNT                 PIC 9(6).
               10  WS-JU-LAST-SSNO                 PIC 9(9).
       01  WS-JUR-SUB                              PIC 9(3).
       01  WS-JUR-FOUND-SUB                        PIC 9(3).
       01  WS-JUR-TOTAL-WITHHOLDING                PIC S9(9)V99
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
               RETURN PAY-HIST-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
      *                A STATE OR LOCAL ROW ONLY FEEDS THE
      *                JURISDICTION BREAKOUT.
                       IF PHS-PAY-ROW
                           PERFORM 310-FOLD-PAY-ROW THRU 310-EXIT
                       ELSE
                           PERFORM 330-FOLD-JURISDICTION THRU 330-EXIT
                       END-IF
               END-RETURN
           END-PERFORM.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One employee pay row into the quarter, its month, its run,
      *  and the distinct-employee count.
      ***************************************************************
       310-FOLD-PAY-ROW.
           ADD 1 TO WS-QTR-ROW-COUNT
           ADD PHS-GROSS TO WS-QTR-GROSS
           ADD PHS-WITHHOLDING TO WS-QTR-WITHHOLDING
           IF PHS-SSNO NOT = WS-CURRENT-SSNO
               ADD 1 TO WS-EMP-COUNT
               MOVE PHS-SSNO TO WS-CURRENT-SSNO
           END-IF
           MOVE PHS-PAY-DATE (5:2) TO WS-ROW-MONTH
           COMPUTE WS-MONTH-SUB =
               WS-ROW-MONTH - WS-FROM-MONTH + 1
           ADD PHS-GROSS TO WS-MT-GROSS (WS-MONTH-SUB)
           ADD PHS-WITHHOLDING
               TO WS-MT-WITHHOLDING (WS-MONTH-SUB)
           ADD 1 TO WS-MT-COUNT (WS-MONTH-SUB)
           PERFORM 320-FOLD-RUN THRU 320-EXIT.
       310-EXIT.
           EXIT.
      ***************************************************************
      *  Find-or-add the row's pay date in the per-run table.
      ***************************************************************
       320-FOLD-RUN.
       320-EXIT.
           EXIT.
      ***************************************************************
      *  Find-or-add the row's state or locality in the jurisdiction
      *  table.
      ***************************************************************
       330-FOLD-JURISDICTION.
           MOVE ZERO TO WS-JUR-FOUND-SUB
           PERFORM VARYING WS-JUR-SUB FROM 1 BY 1
                   UNTIL WS-JUR-SUB > WS-JUR-COUNT
               IF WS-JU-TYPE (WS-JUR-SUB) = PHS-JUR-TYPE
                       AND WS-JU-CODE (WS-JUR-SUB) = PHS-JUR-CODE
                   MOVE WS-JUR-SUB TO WS-JUR-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-JUR-FOUND-SUB = ZERO
               IF WS-JUR-COUNT NOT < 50
                   DISPLAY "MORE THAN 50 JURISDICTIONS - "
                       PHS-JUR-CODE " NOT BROKEN OUT"
                   MOVE 16 TO RETURN-CODE
                   GO TO 330-EXIT
               END-IF
               ADD 1 TO WS-JUR-COUNT
               MOVE WS-JUR-COUNT TO WS-JUR-FOUND-SUB
               MOVE PHS-JUR-TYPE TO WS-JU-TYPE (WS-JUR-FOUND-SUB)
               MOVE PHS-JUR-CODE TO WS-JU-CODE (WS-JUR-FOUND-SUB)
               MOVE ZERO TO WS-JU-WAGES (WS-JUR-FOUND-SUB)
               MOVE ZERO TO WS-JU-WITHHOLDING (WS-JUR-FOUND-SUB)
               MOVE ZERO TO WS-JU-EMP-COUNT (WS-JUR-FOUND-SUB)
               MOVE ZERO TO WS-JU-LAST-SSNO (WS-JUR-FOUND-SUB)
           END-IF
           ADD PHS-GROSS TO WS-JU-WAGES (WS-JUR-FOUND-SUB)
           ADD PHS-WITHHOLDING TO WS-JU-WITHHOLDING (WS-JUR-FOUND-SUB)
           ADD PHS-WITHHOLDING TO WS-JUR-TOTAL-WITHHOLDING
           IF WS-JU-LAST-SSNO (WS-JUR-FOUND-SUB) NOT = PHS-SSNO
               ADD 1 TO WS-JU-EMP-COUNT (WS-JUR-FOUND-SUB)
               MOVE PHS-SSNO TO WS-JU-LAST-SSNO (WS-JUR-FOUND-SUB)
           END-IF.
       330-EXIT.
           EXIT.
      ***************************************************************
      *  The filing figures, the month breakout, the per-run lines,
      *  and the cross-foot verdict.
      ***************************************************************
           MOVE WS-QTR-WITHHOLDING TO QS-WITHHOLDING
           MOVE WS-EMP-COUNT TO QS-COUNT
           WRITE QTR-SUMMARY-REC
      *    WITHHOLDING BY JURISDICTION - THE FEDERAL SHARE, THEN
      *    EACH STATE AND LOCALITY WITH ITS WAGES AND EMPLOYEES.
           IF WS-JUR-COUNT > ZERO
               MOVE SPACES TO QTR-SUMMARY-REC
               MOVE "WITHHOLDING - FEDERAL" TO QS-LABEL
               MOVE WS-QTR-GROSS TO QS-GROSS
               COMPUTE QS-WITHHOLDING = WS-QTR-WITHHOLDING
                   - WS-JUR-TOTAL-WITHHOLDING
               MOVE WS-EMP-COUNT TO QS-COUNT
               WRITE QTR-SUMMARY-REC
           END-IF
           PERFORM VARYING WS-JUR-SUB FROM 1 BY 1
                   UNTIL WS-JUR-SUB > WS-JUR-COUNT
               MOVE SPACES TO QTR-SUMMARY-REC
               MOVE SPACES TO WS-EDIT-DATE-LABEL
               IF WS-JU-TYPE (WS-JUR-SUB) = "S"
                   STRING "WITHHOLDING - STATE "
                          WS-JU-CODE (WS-JUR-SUB)
                       DELIMITED BY SIZE INTO WS-EDIT-DATE-LABEL
               ELSE
                   STRING "WITHHOLDING - LOCAL "
                          WS-JU-CODE (WS-JUR-SUB)
                       DELIMITED BY SIZE INTO WS-EDIT-DATE-LABEL
               END-IF
               MOVE WS-EDIT-DATE-LABEL TO QS-LABEL
               MOVE WS-JU-WAGES (WS-JUR-SUB) TO QS-GROSS
               MOVE WS-JU-WITHHOLDING (WS-JUR-SUB) TO QS-WITHHOLDING
               MOVE WS-JU-EMP-COUNT (WS-JUR-SUB) TO QS-COUNT
               WRITE QTR-SUMMARY-REC
           END-PERFORM
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 3
               COMPUTE WS-ROW-MONTH =
