       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYLABORRPT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Labor distribution for one pay date.  Every PAYROLL run -
      * regular or off-cycle - writes each employee's gross and
      * employer tax to LABORHIST.DAT split by the expense accounts
      * it was charged to, under the employee's department.  Given
      * a pay date, this report lists the cost by account with a
      * line for each department charged to it, an account total,
      * the total for each department across its accounts, and the
      * grand total.
      *
      * The grand total gross is tied to the gross the register
      * paid that day, taken from the pay rows on the pay history.
      * A difference is flagged DOES NOT TIE and sets return code 4
      * so the batch stream shows it.
      *
      *   Input  :  C:\COBOL\LABORHIST.DAT
      *             C:\COBOL\PAYHIST.DAT
      *   Output :  C:\COBOL\PAYLABORRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LABOR-HIST-FILE
                 ASSIGN TO UT-SYS-LABOR-HIST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE
                 ASSIGN TO UT-SYS-PAY-HISTORY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOR-REPORT-FILE
                 ASSIGN TO UT-SYS-LABOR-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT PAYROLL WRITES.
       FD LABOR-HIST-FILE
          RECORD CONTAINS 48 CHARACTERS.
       01 LABOR-HIST-REC.
          05  LH-PAY-DATE                          PIC 9(8).
          05  LH-PERIOD-END                        PIC 9(8).
          05  LH-RUN-TYPE                          PIC X.
          05  LH-SSNO                              PIC 9(9).
          05  LH-DEPT                              PIC X(4).
          05  LH-EXP-ACCT                          PIC 9(4).
          05  LH-GROSS                             PIC S9(5)V99.
          05  LH-ER-TAX                            PIC S9(5)V99.

       FD PAY-HISTORY-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 PAY-HISTORY-REC.
          05  PH-SSNO                              PIC 9(9).
          05  PH-PAY-DATE                          PIC 9(8).
          05  PH-GROSS                             PIC S9(5)V99.
          05  PH-WITHHOLDING                       PIC S9(5)V99.
          05  PH-NET                               PIC S9(5)V99.
          05  PH-JUR-TYPE                          PIC X.
              88  PH-PAY-ROW                 VALUE SPACE.
          05  PH-JUR-CODE                          PIC X(4).

       FD LABOR-REPORT-FILE
          RECORD CONTAINS 87 CHARACTERS.
       01 LABOR-REPORT-REC.
          05  LR-LABEL                             PIC X(20).
          05  FILLER                               PIC X.
          05  LR-ACCT                              PIC X(4).
          05  FILLER                               PIC X.
          05  LR-DEPT                              PIC X(4).
          05  FILLER                               PIC X.
          05  LR-GROSS                             PIC -(7)9.99.
          05  FILLER                               PIC X.
          05  LR-ER-TAX                            PIC -(7)9.99.
          05  FILLER                               PIC X.
          05  LR-TOTAL                             PIC -(7)9.99.
          05  FILLER                               PIC X.
          05  LR-STATUS                            PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-LABOR-HIST-FILE              PIC X(50)
                                   VALUE "C:\COBOL\LABORHIST.DAT".
           05  UT-SYS-PAY-HISTORY-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYHIST.DAT".
           05  UT-SYS-LABOR-REPORT-FILE            PIC X(50)
                                   VALUE "C:\COBOL\PAYLABORRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
       01  WS-REPORT-DATE                          PIC 9(8).
      *    COST BY ACCOUNT AND DEPARTMENT, KEPT IN ACCOUNT THEN
      *    DEPARTMENT ORDER AS IT IS BUILT.
       01  WS-AD-TABLE.
           05  WS-AD-COUNT                         PIC 9(3)
                                            VALUE ZERO.
           05  WS-AD-ENTRY OCCURS 500 TIMES.
               10  WS-AD-ACCT                      PIC 9(4).
               10  WS-AD-DEPT                      PIC X(4).
               10  WS-AD-GROSS                     PIC S9(7)V99.
               10  WS-AD-ER-TAX                    PIC S9(7)V99.
       01  WS-AD-SUB                               PIC 9(3).
       01  WS-AD-FOUND-SUB                         PIC 9(3).
      *    COST BY DEPARTMENT ACROSS ALL ITS ACCOUNTS.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT                       PIC 9(3)
                                            VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DT-CODE                      PIC X(4).
               10  WS-DT-GROSS                     PIC S9(7)V99.
               10  WS-DT-ER-TAX                    PIC S9(7)V99.
       01  WS-DEPT-SUB                             PIC 9(3).
       01  WS-DEPT-FOUND-SUB                       PIC 9(3).
       01  WS-TOTALS.
           05  WS-ACCT-GROSS                       PIC S9(7)V99.
           05  WS-ACCT-ER-TAX                      PIC S9(7)V99.
           05  WS-GRAND-GROSS                      PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-GRAND-ER-TAX                     PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-REGISTER-GROSS                   PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-TIE-DIFFERENCE                   PIC S9(7)V99.
       01  WS-COUNTS.
           05  WS-LH-ROW-COUNT                     PIC 9(5)
                                            VALUE ZERO.
           05  WS-OVERFLOW-COUNT                   PIC 9(5)
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Ask for the pay date, build the account and department
      *  totals off the labor history, write them, and tie the
      *  grand total to the pay history's gross.
      *************************************************************
       100-MAIN.
           DISPLAY "ENTER PAY DATE (YYYYMMDD): "
           ACCEPT WS-REPORT-DATE
           PERFORM 200-BUILD-TOTALS THRU 200-EXIT.
           PERFORM 300-TOTAL-REGISTER-GROSS THRU 300-EXIT.
           OPEN OUTPUT LABOR-REPORT-FILE
           PERFORM 400-WRITE-ACCOUNTS THRU 400-EXIT.
           PERFORM 500-WRITE-DEPARTMENTS THRU 500-EXIT.
           PERFORM 600-WRITE-TIE-OUT THRU 600-EXIT.
           CLOSE LABOR-REPORT-FILE
           IF WS-TIE-DIFFERENCE NOT = ZERO OR WS-OVERFLOW-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "LABOR REPORT TABLE FULL - " WS-OVERFLOW-COUNT
                   " ROWS NOT LISTED"
           END-IF
           DISPLAY "LABOR DISTRIBUTION COMPLETE - " WS-LH-ROW-COUNT
               " ROWS FOR " WS-REPORT-DATE.
           GOBACK.
      ***************************************************************
      *  Fold every labor history row for the pay date into its
      *  account and department line and its department total.
      ***************************************************************
       200-BUILD-TOTALS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LABOR-HIST-FILE
           PERFORM UNTIL EOF
               READ LABOR-HIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF LH-PAY-DATE = WS-REPORT-DATE
                           PERFORM 210-FOLD-LABOR-ROW THRU 210-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LABOR-HIST-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One row: find its account and department line, or open a
      *  new one in order by sliding the later lines down.  A row
      *  that will not fit is counted - it still reaches the grand
      *  total so the tie-out is not masked.
      ***************************************************************
       210-FOLD-LABOR-ROW.
           ADD 1 TO WS-LH-ROW-COUNT
           ADD LH-GROSS TO WS-GRAND-GROSS
           ADD LH-ER-TAX TO WS-GRAND-ER-TAX
           MOVE ZERO TO WS-AD-FOUND-SUB
           PERFORM VARYING WS-AD-SUB FROM 1 BY 1
                   UNTIL WS-AD-SUB > WS-AD-COUNT
                      OR WS-AD-FOUND-SUB NOT = ZERO
               IF WS-AD-ACCT (WS-AD-SUB) = LH-EXP-ACCT
                       AND WS-AD-DEPT (WS-AD-SUB) = LH-DEPT
                   MOVE WS-AD-SUB TO WS-AD-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-AD-FOUND-SUB = ZERO
               IF WS-AD-COUNT = 500
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 210-EXIT
               END-IF
      *        THE NEW LINE GOES AHEAD OF THE FIRST ONE THAT SORTS
      *        AFTER IT.
               MOVE 1 TO WS-AD-FOUND-SUB
               PERFORM VARYING WS-AD-SUB FROM 1 BY 1
                       UNTIL WS-AD-SUB > WS-AD-COUNT
                   IF WS-AD-ACCT (WS-AD-SUB) < LH-EXP-ACCT
                           OR (WS-AD-ACCT (WS-AD-SUB) = LH-EXP-ACCT
                               AND WS-AD-DEPT (WS-AD-SUB) < LH-DEPT)
                       COMPUTE WS-AD-FOUND-SUB = WS-AD-SUB + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-AD-SUB FROM WS-AD-COUNT BY -1
                       UNTIL WS-AD-SUB < WS-AD-FOUND-SUB
                   MOVE WS-AD-ENTRY (WS-AD-SUB)
                       TO WS-AD-ENTRY (WS-AD-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-AD-COUNT
               MOVE LH-EXP-ACCT TO WS-AD-ACCT (WS-AD-FOUND-SUB)
               MOVE LH-DEPT TO WS-AD-DEPT (WS-AD-FOUND-SUB)
               MOVE ZERO TO WS-AD-GROSS (WS-AD-FOUND-SUB)
               MOVE ZERO TO WS-AD-ER-TAX (WS-AD-FOUND-SUB)
           END-IF
           ADD LH-GROSS TO WS-AD-GROSS (WS-AD-FOUND-SUB)
           ADD LH-ER-TAX TO WS-AD-ER-TAX (WS-AD-FOUND-SUB)
           MOVE ZERO TO WS-DEPT-FOUND-SUB
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DT-CODE (WS-DEPT-SUB) = LH-DEPT
                   MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-SUB = ZERO
               IF WS-DEPT-COUNT = 100
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 210-EXIT
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
               MOVE LH-DEPT TO WS-DT-CODE (WS-DEPT-FOUND-SUB)
               MOVE ZERO TO WS-DT-GROSS (WS-DEPT-FOUND-SUB)
               MOVE ZERO TO WS-DT-ER-TAX (WS-DEPT-FOUND-SUB)
           END-IF
           ADD LH-GROSS TO WS-DT-GROSS (WS-DEPT-FOUND-SUB)
           ADD LH-ER-TAX TO WS-DT-ER-TAX (WS-DEPT-FOUND-SUB).
       210-EXIT.
           EXIT.
      ***************************************************************
      *  The gross the register paid on the pay date - every pay
      *  row on the pay history, regular and off-cycle alike.  The
      *  state and local tax rows carry no gross of their own.
      ***************************************************************
       300-TOTAL-REGISTER-GROSS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM UNTIL EOF
               READ PAY-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PH-PAY-DATE = WS-REPORT-DATE AND PH-PAY-ROW
                           ADD PH-GROSS TO WS-REGISTER-GROSS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  Each account's department lines, then its total.
      ***************************************************************
       400-WRITE-ACCOUNTS.
           MOVE SPACES TO LABOR-REPORT-REC
           STRING "LABOR DIST " WS-REPORT-DATE
               DELIMITED BY SIZE INTO LR-LABEL
           MOVE "ACCT" TO LR-ACCT
           MOVE "DEPT" TO LR-DEPT
           WRITE LABOR-REPORT-REC
           MOVE ZERO TO WS-ACCT-GROSS
           MOVE ZERO TO WS-ACCT-ER-TAX
           PERFORM VARYING WS-AD-SUB FROM 1 BY 1
                   UNTIL WS-AD-SUB > WS-AD-COUNT
               MOVE SPACES TO LABOR-REPORT-REC
               MOVE "  DEPARTMENT" TO LR-LABEL
               MOVE WS-AD-ACCT (WS-AD-SUB) TO LR-ACCT
               MOVE WS-AD-DEPT (WS-AD-SUB) TO LR-DEPT
               MOVE WS-AD-GROSS (WS-AD-SUB) TO LR-GROSS
               MOVE WS-AD-ER-TAX (WS-AD-SUB) TO LR-ER-TAX
               COMPUTE LR-TOTAL = WS-AD-GROSS (WS-AD-SUB)
                   + WS-AD-ER-TAX (WS-AD-SUB)
               WRITE LABOR-REPORT-REC
               ADD WS-AD-GROSS (WS-AD-SUB) TO WS-ACCT-GROSS
               ADD WS-AD-ER-TAX (WS-AD-SUB) TO WS-ACCT-ER-TAX
      *        LAST LINE FOR THE ACCOUNT - ITS TOTAL.
               IF WS-AD-SUB = WS-AD-COUNT
                   PERFORM 420-WRITE-ACCOUNT-TOTAL THRU 420-EXIT
               ELSE
                   IF WS-AD-ACCT (WS-AD-SUB + 1)
                           NOT = WS-AD-ACCT (WS-AD-SUB)
                       PERFORM 420-WRITE-ACCOUNT-TOTAL THRU 420-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.
       420-WRITE-ACCOUNT-TOTAL.
           MOVE SPACES TO LABOR-REPORT-REC
           MOVE "ACCOUNT TOTAL" TO LR-LABEL
           MOVE WS-AD-ACCT (WS-AD-SUB) TO LR-ACCT
           MOVE WS-ACCT-GROSS TO LR-GROSS
           MOVE WS-ACCT-ER-TAX TO LR-ER-TAX
           COMPUTE LR-TOTAL = WS-ACCT-GROSS + WS-ACCT-ER-TAX
           WRITE LABOR-REPORT-REC
           MOVE ZERO TO WS-ACCT-GROSS
           MOVE ZERO TO WS-ACCT-ER-TAX.
       420-EXIT.
           EXIT.
      ***************************************************************
      *  Each department's cost across all its accounts.
      ***************************************************************
       500-WRITE-DEPARTMENTS.
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE SPACES TO LABOR-REPORT-REC
               MOVE "DEPARTMENT TOTAL" TO LR-LABEL
               MOVE WS-DT-CODE (WS-DEPT-SUB) TO LR-DEPT
               MOVE WS-DT-GROSS (WS-DEPT-SUB) TO LR-GROSS
               MOVE WS-DT-ER-TAX (WS-DEPT-SUB) TO LR-ER-TAX
               COMPUTE LR-TOTAL = WS-DT-GROSS (WS-DEPT-SUB)
                   + WS-DT-ER-TAX (WS-DEPT-SUB)
               WRITE LABOR-REPORT-REC
           END-PERFORM.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  The grand total and its tie to the register's gross.
      ***************************************************************
       600-WRITE-TIE-OUT.
           MOVE SPACES TO LABOR-REPORT-REC
           MOVE "GRAND TOTAL" TO LR-LABEL
           MOVE WS-GRAND-GROSS TO LR-GROSS
           MOVE WS-GRAND-ER-TAX TO LR-ER-TAX
           COMPUTE LR-TOTAL = WS-GRAND-GROSS + WS-GRAND-ER-TAX
           WRITE LABOR-REPORT-REC
           COMPUTE WS-TIE-DIFFERENCE =
               WS-GRAND-GROSS - WS-REGISTER-GROSS
           MOVE SPACES TO LABOR-REPORT-REC
           MOVE "REGISTER GROSS" TO LR-LABEL
           MOVE WS-REGISTER-GROSS TO LR-GROSS
           IF WS-TIE-DIFFERENCE = ZERO
               MOVE "TIES" TO LR-STATUS
           ELSE
               MOVE "*** DOES NOT TIE ***" TO LR-STATUS
           END-IF
           WRITE LABOR-REPORT-REC
           IF WS-TIE-DIFFERENCE NOT = ZERO
               MOVE SPACES TO LABOR-REPORT-REC
               MOVE "DIFFERENCE" TO LR-LABEL
               MOVE WS-TIE-DIFFERENCE TO LR-GROSS
               WRITE LABOR-REPORT-REC
               DISPLAY "LABOR DISTRIBUTION DOES NOT TIE TO THE "
                   "REGISTER GROSS FOR " WS-REPORT-DATE
           END-IF.
       600-EXIT.
           EXIT.
