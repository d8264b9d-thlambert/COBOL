       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSITIONRPT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Position control report by department.  For each department
      * on the department master, every budgeted position on
      * POSITION.DAT is listed with its authorized FTE against the
      * headcount filling it now, the vacancies, and its budgeted
      * annual salary against the annual salary of the people in
      * it, followed by a department total; the grand total closes
      * the report.
      *
      * An employee fills a position when not terminated, or when
      * the termination date is still to come.  Annual salary is a
      * salaried employee's pay per period over the periods of
      * their cycle (52 weekly, 26 biweekly, 12 monthly - a record
      * with no cycle is taken as biweekly, as PAYPROJECT takes it)
      * or an hourly employee's rate over 2080 hours.
      *
      * Vacancies are the authorized FTE a funded position has not
      * filled; a frozen position's unfilled FTE is not open to
      * hire and is not counted as vacant.  Employees with no
      * position, or one not on file, are shown on an UNASSIGNED
      * line under their department so the headcount still ties to
      * the roster.  A position filled past its authorized FTE or
      * paid past its budget is flagged and sets return code 4.
      *
      *   Input  :  C:\COBOL\POSITION.DAT
      *             C:\COBOL\DEPTMASTER.DAT
      *             C:\COBOL\NEWEMP2.DAT
      *   Output :  C:\COBOL\POSITIONRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSITION-MASTER-FILE
                 ASSIGN TO UT-SYS-POSITION-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS PN-POSITION-NO.
           SELECT OPTIONAL DEPT-MASTER-FILE
                 ASSIGN TO UT-SYS-DEPTFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS DP-CODE.
           SELECT NEW-PAYROLL-FILE
                 ASSIGN TO UT-SYS-EMPFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS NEW-SSNO.
           SELECT POSITION-REPORT-FILE
                 ASSIGN TO UT-SYS-POSITION-RPT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT POSMAINT MAINTAINS.
       FD POSITION-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 41 CHARACTERS.
       01 POSITION-MASTER-REC.
          05  PN-POSITION-NO                       PIC 9(6).
          05  PN-DEPT                              PIC X(4).
          05  PN-TITLE                             PIC X(20).
          05  PN-AUTH-FTE                          PIC 9V99.
          05  PN-BUDGET-SALARY                     PIC 9(7).
          05  PN-STATUS                            PIC X.
              88  PN-FUNDED                  VALUE "F".
              88  PN-FROZEN                  VALUE "Z".

       FD DEPT-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 28 CHARACTERS.
       01 DEPT-MASTER-REC.
          05  DP-CODE                              PIC X(4).
          05  DP-NAME                              PIC X(20).
          05  DP-DEFAULT-EXP-ACCT                  PIC 9(4).

       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
          05  NEW-SALARY                           PIC 9(5).
          05  NEW-DEPT                             PIC X(4).
          05  FILLER                               PIC X(15).
          05  NEW-PAY-TYPE                         PIC X.
          05  NEW-HOURLY-RATE                      PIC 9(3)V99.
          05  FILLER                               PIC X(27).
          05  NEW-EMP-STATUS                       PIC X.
          05  NEW-TERM-DATE                        PIC 9(8).
          05  FILLER                               PIC X(56).
          05  NEW-PAY-CYCLE                        PIC X.
          05  FILLER                               PIC X(8).
          05  NEW-POSITION-NO                      PIC 9(6).

       FD POSITION-REPORT-FILE
          RECORD CONTAINS 100 CHARACTERS.
       01 POSITION-REPORT-REC.
          05  PR-POSITION-NO                       PIC X(6).
          05  FILLER                               PIC X.
          05  PR-TITLE                             PIC X(20).
          05  FILLER                               PIC X.
          05  PR-STATUS                            PIC X(6).
          05  FILLER                               PIC X.
          05  PR-AUTH-FTE                          PIC ZZ9.99.
          05  FILLER                               PIC X.
          05  PR-FILLED                            PIC ZZZZ9.
          05  FILLER                               PIC X.
          05  PR-VACANT                            PIC ZZ9.99.
          05  FILLER                               PIC X.
          05  PR-BUDGET                            PIC ZZ,ZZZ,ZZ9.
          05  FILLER                               PIC X.
          05  PR-ACTUAL                            PIC ZZ,ZZZ,ZZ9.
          05  FILLER                               PIC X.
          05  PR-VARIANCE                          PIC -(9)9.
          05  FILLER                               PIC X.
          05  PR-FLAG                              PIC X(12).
       01 POSITION-TEXT-REC                        PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-POSITION-FILE                PIC X(50)
                                   VALUE "C:\COBOL\POSITION.DAT".
           05  UT-SYS-DEPTFILE                     PIC X(50)
                                   VALUE "C:\COBOL\DEPTMASTER.DAT".
           05  UT-SYS-EMPFILE                      PIC X(50)
                                   VALUE "C:\COBOL\NEWEMP2.DAT".
           05  UT-SYS-POSITION-RPT-FILE            PIC X(50)
                                   VALUE "C:\COBOL\POSITIONRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
      *    EVERY DEPARTMENT ON FILE, IN CODE ORDER, WITH ITS
      *    EMPLOYEES WHO FILL NO POSITION ON FILE.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT                       PIC 9(3)
                                            VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DT-CODE                      PIC X(4).
               10  WS-DT-NAME                      PIC X(20).
               10  WS-DT-UNASSIGNED                PIC 9(5).
               10  WS-DT-UNASSIGNED-SAL            PIC 9(9).
       01  WS-DEPT-SUB                             PIC 9(3).
       01  WS-DEPT-FOUND-SUB                       PIC 9(3).
      *    EVERY POSITION ON FILE, IN POSITION-NUMBER ORDER, WITH
      *    WHO FILLS IT NOW.
       01  WS-POS-TABLE.
           05  WS-POS-COUNT                        PIC 9(3)
                                            VALUE ZERO.
           05  WS-POS-ENTRY OCCURS 500 TIMES.
               10  WS-PT-POSITION-NO               PIC 9(6).
               10  WS-PT-DEPT                      PIC X(4).
               10  WS-PT-TITLE                     PIC X(20).
               10  WS-PT-AUTH-FTE                  PIC 9V99.
               10  WS-PT-BUDGET                    PIC 9(7).
               10  WS-PT-STATUS                    PIC X.
               10  WS-PT-FILLED                    PIC 9(3).
               10  WS-PT-ACTUAL                    PIC 9(9).
               10  WS-PT-LISTED                    PIC X.
       01  WS-POS-SUB                              PIC 9(3).
       01  WS-POS-FOUND-SUB                        PIC 9(3).
       01  WS-ANNUAL-SALARY                        PIC 9(9).
       01  WS-POS-VACANT                           PIC 9(3)V99.
       01  WS-OTHER-DEPT-COUNT                     PIC 9(3)
                                            VALUE ZERO.
      *    EMPLOYEES UNASSIGNED IN A DEPARTMENT NOT ON FILE.
       01  WS-OTHER-UNASSIGNED                     PIC 9(5)
                                            VALUE ZERO.
       01  WS-OTHER-UNASSIGNED-SAL                 PIC 9(9)
                                            VALUE ZERO.
       01  WS-GROUP-TOTALS.
           05  WS-GT-AUTH-FTE                      PIC 9(5)V99.
           05  WS-GT-FILLED                        PIC 9(5).
           05  WS-GT-VACANT                        PIC 9(5)V99.
           05  WS-GT-BUDGET                        PIC 9(9).
           05  WS-GT-ACTUAL                        PIC 9(9).
       01  WS-REPORT-TOTALS.
           05  WS-RT-AUTH-FTE                      PIC 9(5)V99
                                            VALUE ZERO.
           05  WS-RT-FILLED                        PIC 9(5)
                                            VALUE ZERO.
           05  WS-RT-VACANT                        PIC 9(5)V99
                                            VALUE ZERO.
           05  WS-RT-BUDGET                        PIC 9(9)
                                            VALUE ZERO.
           05  WS-RT-ACTUAL                        PIC 9(9)
                                            VALUE ZERO.
       01  WS-FLAG-COUNT                           PIC 9(3)
                                            VALUE ZERO.
       01  WS-EMP-COUNT                            PIC 9(5)
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Load the departments and positions, place every employee,
      *  and write the report department by department.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 900-LOAD-DEPARTMENTS THRU 900-EXIT.
           PERFORM 910-LOAD-POSITIONS THRU 910-EXIT.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT NEW-PAYROLL-FILE
           PERFORM 200-READ-EMPLOYEE THRU 200-EXIT.
           PERFORM 300-PLACE-EMPLOYEE THRU 300-EXIT
               UNTIL EOF.
           CLOSE NEW-PAYROLL-FILE
           OPEN OUTPUT POSITION-REPORT-FILE
           PERFORM 500-WRITE-HEADING THRU 500-EXIT.
           PERFORM 550-WRITE-DEPARTMENT THRU 550-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT.
           PERFORM 650-WRITE-OTHER-POSITIONS THRU 650-EXIT.
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.
           CLOSE POSITION-REPORT-FILE
           IF WS-FLAG-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "POSITION REPORT COMPLETE - " WS-POS-COUNT
               " POSITIONS, " WS-EMP-COUNT " EMPLOYEES, "
               WS-FLAG-COUNT " FLAGGED".
           GOBACK.
      ***************************************************************
      *  Read the next employee.
      ***************************************************************
       200-READ-EMPLOYEE.
           READ NEW-PAYROLL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  Count an employee still on staff against their position,
      *  or as unassigned in their department when the position is
      *  not on file.
      ***************************************************************
       300-PLACE-EMPLOYEE.
           IF NEW-EMP-STATUS = "T"
                   AND NEW-TERM-DATE NOT > WS-TODAY-DATE
               GO TO 300-NEXT
           END-IF
           ADD 1 TO WS-EMP-COUNT
           PERFORM 350-ANNUAL-SALARY THRU 350-EXIT.
           MOVE ZERO TO WS-POS-FOUND-SUB
           IF NEW-POSITION-NO NOT = ZERO
               PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                       UNTIL WS-POS-SUB > WS-POS-COUNT
                   IF WS-PT-POSITION-NO (WS-POS-SUB) = NEW-POSITION-NO
                       MOVE WS-POS-SUB TO WS-POS-FOUND-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-POS-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-PT-FILLED (WS-POS-FOUND-SUB)
               ADD WS-ANNUAL-SALARY TO WS-PT-ACTUAL (WS-POS-FOUND-SUB)
               GO TO 300-NEXT
           END-IF
           MOVE ZERO TO WS-DEPT-FOUND-SUB
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DT-CODE (WS-DEPT-SUB) = NEW-DEPT
                   MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-DT-UNASSIGNED (WS-DEPT-FOUND-SUB)
               ADD WS-ANNUAL-SALARY
                   TO WS-DT-UNASSIGNED-SAL (WS-DEPT-FOUND-SUB)
           ELSE
               ADD 1 TO WS-OTHER-UNASSIGNED
               ADD WS-ANNUAL-SALARY TO WS-OTHER-UNASSIGNED-SAL
           END-IF.
       300-NEXT.
           PERFORM 200-READ-EMPLOYEE THRU 200-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  The employee's annual salary - pay per period over the
      *  periods of their cycle, or the hourly rate over a standard
      *  2080-hour year.
      ***************************************************************
       350-ANNUAL-SALARY.
           IF NEW-PAY-TYPE = "H"
               COMPUTE WS-ANNUAL-SALARY ROUNDED =
                   NEW-HOURLY-RATE * 2080
               GO TO 350-EXIT
           END-IF
           EVALUATE NEW-PAY-CYCLE
               WHEN "W"
                   COMPUTE WS-ANNUAL-SALARY = NEW-SALARY * 52
               WHEN "M"
                   COMPUTE WS-ANNUAL-SALARY = NEW-SALARY * 12
               WHEN OTHER
                   COMPUTE WS-ANNUAL-SALARY = NEW-SALARY * 26
           END-EVALUATE.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  Run date and column headings.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO POSITION-TEXT-REC
           STRING "POSITION CONTROL BY DEPARTMENT RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO POSITION-TEXT-REC
           WRITE POSITION-TEXT-REC
           MOVE SPACES TO POSITION-TEXT-REC
           STRING "POSN   TITLE                STATUS AUTH  FILLED "
               "VACANT     BUDGET     ACTUAL   VARIANCE"
               DELIMITED BY SIZE INTO POSITION-TEXT-REC
           WRITE POSITION-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  One department: its heading, its positions, its unassigned
      *  employees, and its total.
      ***************************************************************
       550-WRITE-DEPARTMENT.
           MOVE SPACES TO POSITION-TEXT-REC
           STRING "DEPT " WS-DT-CODE (WS-DEPT-SUB) " "
               WS-DT-NAME (WS-DEPT-SUB)
               DELIMITED BY SIZE INTO POSITION-TEXT-REC
           WRITE POSITION-TEXT-REC
           INITIALIZE WS-GROUP-TOTALS
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-PT-DEPT (WS-POS-SUB) = WS-DT-CODE (WS-DEPT-SUB)
                   PERFORM 600-WRITE-POSITION THRU 600-EXIT
               END-IF
           END-PERFORM
           IF WS-DT-UNASSIGNED (WS-DEPT-SUB) > ZERO
               MOVE SPACES TO POSITION-REPORT-REC
               MOVE "UNASSIGNED" TO PR-TITLE
               MOVE WS-DT-UNASSIGNED (WS-DEPT-SUB) TO PR-FILLED
               MOVE WS-DT-UNASSIGNED-SAL (WS-DEPT-SUB) TO PR-ACTUAL
               WRITE POSITION-REPORT-REC
               ADD WS-DT-UNASSIGNED (WS-DEPT-SUB) TO WS-GT-FILLED
               ADD WS-DT-UNASSIGNED-SAL (WS-DEPT-SUB) TO WS-GT-ACTUAL
           END-IF
           MOVE SPACES TO POSITION-REPORT-REC
           STRING "DEPT " WS-DT-CODE (WS-DEPT-SUB) " TOTAL"
               DELIMITED BY SIZE INTO PR-TITLE
           PERFORM 680-WRITE-GROUP-TOTAL THRU 680-EXIT.
       550-EXIT.
           EXIT.
      ***************************************************************
      *  One position line, flagged when filled past its authorized
      *  FTE or paid past its budget.
      ***************************************************************
       600-WRITE-POSITION.
           MOVE 'Y' TO WS-PT-LISTED (WS-POS-SUB)
           MOVE ZERO TO WS-POS-VACANT
           IF WS-PT-STATUS (WS-POS-SUB) = "F"
                   AND WS-PT-FILLED (WS-POS-SUB)
                       < WS-PT-AUTH-FTE (WS-POS-SUB)
               COMPUTE WS-POS-VACANT = WS-PT-AUTH-FTE (WS-POS-SUB)
                   - WS-PT-FILLED (WS-POS-SUB)
           END-IF
           MOVE SPACES TO POSITION-REPORT-REC
           MOVE WS-PT-POSITION-NO (WS-POS-SUB) TO PR-POSITION-NO
           MOVE WS-PT-TITLE (WS-POS-SUB) TO PR-TITLE
           IF WS-PT-STATUS (WS-POS-SUB) = "Z"
               MOVE "FROZEN" TO PR-STATUS
           ELSE
               MOVE "FUNDED" TO PR-STATUS
           END-IF
           MOVE WS-PT-AUTH-FTE (WS-POS-SUB) TO PR-AUTH-FTE
           MOVE WS-PT-FILLED (WS-POS-SUB) TO PR-FILLED
           MOVE WS-POS-VACANT TO PR-VACANT
           MOVE WS-PT-BUDGET (WS-POS-SUB) TO PR-BUDGET
           MOVE WS-PT-ACTUAL (WS-POS-SUB) TO PR-ACTUAL
           COMPUTE PR-VARIANCE = WS-PT-BUDGET (WS-POS-SUB)
               - WS-PT-ACTUAL (WS-POS-SUB)
           IF WS-PT-FILLED (WS-POS-SUB) > WS-PT-AUTH-FTE (WS-POS-SUB)
               MOVE "OVER FTE" TO PR-FLAG
               ADD 1 TO WS-FLAG-COUNT
           ELSE
               IF WS-PT-ACTUAL (WS-POS-SUB) > WS-PT-BUDGET (WS-POS-SUB)
                   MOVE "OVER BUDGET" TO PR-FLAG
                   ADD 1 TO WS-FLAG-COUNT
               END-IF
           END-IF
           WRITE POSITION-REPORT-REC
           ADD WS-PT-AUTH-FTE (WS-POS-SUB) TO WS-GT-AUTH-FTE
           ADD WS-PT-FILLED (WS-POS-SUB) TO WS-GT-FILLED
           ADD WS-POS-VACANT TO WS-GT-VACANT
           ADD WS-PT-BUDGET (WS-POS-SUB) TO WS-GT-BUDGET
           ADD WS-PT-ACTUAL (WS-POS-SUB) TO WS-GT-ACTUAL.
       600-EXIT.
           EXIT.
      ***************************************************************
      *  Positions, and unassigned employees, in a department no
      *  longer on the department master - listed together so
      *  nothing drops out of the grand total.
      ***************************************************************
       650-WRITE-OTHER-POSITIONS.
           MOVE ZERO TO WS-OTHER-DEPT-COUNT
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-PT-LISTED (WS-POS-SUB) NOT = 'Y'
                   ADD 1 TO WS-OTHER-DEPT-COUNT
               END-IF
           END-PERFORM
           IF WS-OTHER-DEPT-COUNT = ZERO AND WS-OTHER-UNASSIGNED = ZERO
               GO TO 650-EXIT
           END-IF
           MOVE SPACES TO POSITION-TEXT-REC
           STRING "DEPARTMENT NOT ON FILE"
               DELIMITED BY SIZE INTO POSITION-TEXT-REC
           WRITE POSITION-TEXT-REC
           INITIALIZE WS-GROUP-TOTALS
           PERFORM VARYING WS-POS-SUB FROM 1 BY 1
                   UNTIL WS-POS-SUB > WS-POS-COUNT
               IF WS-PT-LISTED (WS-POS-SUB) NOT = 'Y'
                   PERFORM 600-WRITE-POSITION THRU 600-EXIT
               END-IF
           END-PERFORM
           IF WS-OTHER-UNASSIGNED > ZERO
               MOVE SPACES TO POSITION-REPORT-REC
               MOVE "UNASSIGNED" TO PR-TITLE
               MOVE WS-OTHER-UNASSIGNED TO PR-FILLED
               MOVE WS-OTHER-UNASSIGNED-SAL TO PR-ACTUAL
               WRITE POSITION-REPORT-REC
               ADD WS-OTHER-UNASSIGNED TO WS-GT-FILLED
               ADD WS-OTHER-UNASSIGNED-SAL TO WS-GT-ACTUAL
           END-IF
           MOVE SPACES TO POSITION-REPORT-REC
           MOVE "NOT ON FILE TOTAL" TO PR-TITLE
           PERFORM 680-WRITE-GROUP-TOTAL THRU 680-EXIT.
       650-EXIT.
           EXIT.
      ***************************************************************
      *  A department's total line - the caller has set the label -
      *  rolled into the report totals.
      ***************************************************************
       680-WRITE-GROUP-TOTAL.
           MOVE WS-GT-AUTH-FTE TO PR-AUTH-FTE
           MOVE WS-GT-FILLED TO PR-FILLED
           MOVE WS-GT-VACANT TO PR-VACANT
           MOVE WS-GT-BUDGET TO PR-BUDGET
           MOVE WS-GT-ACTUAL TO PR-ACTUAL
           COMPUTE PR-VARIANCE = WS-GT-BUDGET - WS-GT-ACTUAL
           WRITE POSITION-REPORT-REC
           ADD WS-GT-AUTH-FTE TO WS-RT-AUTH-FTE
           ADD WS-GT-FILLED TO WS-RT-FILLED
           ADD WS-GT-VACANT TO WS-RT-VACANT
           ADD WS-GT-BUDGET TO WS-RT-BUDGET
           ADD WS-GT-ACTUAL TO WS-RT-ACTUAL.
       680-EXIT.
           EXIT.
      ***************************************************************
      *  The grand total.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO POSITION-REPORT-REC
           MOVE "REPORT TOTAL" TO PR-TITLE
           MOVE WS-RT-AUTH-FTE TO PR-AUTH-FTE
           MOVE WS-RT-FILLED TO PR-FILLED
           MOVE WS-RT-VACANT TO PR-VACANT
           MOVE WS-RT-BUDGET TO PR-BUDGET
           MOVE WS-RT-ACTUAL TO PR-ACTUAL
           COMPUTE PR-VARIANCE = WS-RT-BUDGET - WS-RT-ACTUAL
           WRITE POSITION-REPORT-REC.
       700-EXIT.
           EXIT.
      ***************************************************************
      *  Every department on the master, in code order.
      ***************************************************************
       900-LOAD-DEPARTMENTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DEPT-MASTER-FILE
           PERFORM UNTIL EOF
               READ DEPT-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-DEPT-COUNT = 100
                           DISPLAY "DEPTMASTER.DAT EXCEEDS THE "
                               "WORK TABLE - REPORT REFUSED"
                           CLOSE DEPT-MASTER-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DP-CODE TO WS-DT-CODE (WS-DEPT-COUNT)
                       MOVE DP-NAME TO WS-DT-NAME (WS-DEPT-COUNT)
                       MOVE ZERO TO WS-DT-UNASSIGNED (WS-DEPT-COUNT)
                       MOVE ZERO
                           TO WS-DT-UNASSIGNED-SAL (WS-DEPT-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       900-EXIT.
           EXIT.
      ***************************************************************
      *  Every position on the master, in position-number order.
      ***************************************************************
       910-LOAD-POSITIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT POSITION-MASTER-FILE
           PERFORM UNTIL EOF
               READ POSITION-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-POS-COUNT = 500
                           DISPLAY "POSITION.DAT EXCEEDS THE "
                               "WORK TABLE - REPORT REFUSED"
                           CLOSE POSITION-MASTER-FILE
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-POS-COUNT
                       MOVE PN-POSITION-NO
                           TO WS-PT-POSITION-NO (WS-POS-COUNT)
                       MOVE PN-DEPT TO WS-PT-DEPT (WS-POS-COUNT)
                       MOVE PN-TITLE TO WS-PT-TITLE (WS-POS-COUNT)
                       MOVE PN-AUTH-FTE TO WS-PT-AUTH-FTE (WS-POS-COUNT)
                       MOVE PN-BUDGET-SALARY
                           TO WS-PT-BUDGET (WS-POS-COUNT)
                       MOVE PN-STATUS TO WS-PT-STATUS (WS-POS-COUNT)
                       MOVE ZERO TO WS-PT-FILLED (WS-POS-COUNT)
                       MOVE ZERO TO WS-PT-ACTUAL (WS-POS-COUNT)
                       MOVE 'N' TO WS-PT-LISTED (WS-POS-COUNT)
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       910-EXIT.
           EXIT.
