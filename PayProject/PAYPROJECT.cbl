       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYPROJECT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Payroll cost projection against budget.  When the controller
      * asked what payroll would cost for the rest of the year the
      * register was exported and the rest guessed.  This report
      * projects every pay period still unpaid on PAYSCHEDULE.DAT,
      * through a date given (year end by default), for every
      * employee the payroll run would pay:
      *
      *   - each employee is projected on their own cycle's periods;
      *     a record with no cycle code is projected on every
      *     cycle's periods, the way PAYROLL pays it;
      *   - a terminated employee is projected only for periods
      *     ending on or before the termination date, and nobody
      *     for periods ending before they were hired;
      *   - a salaried employee gets NEW-SALARY, or the pending
      *     salary from the first period ending on or after its
      *     effective date, with the retro PAYROLL will pay for runs
      *     already paid at the old salary when that date has
      *     passed; an hourly employee gets their rate over the
      *     cycle's standard hours (40 weekly, 80 biweekly, 173.33
      *     monthly);
      *   - the employer tax at the EMPLOYERTAX.DAT rate, and each
      *     deduction election the way PAYROLL takes it, stopping at
      *     its goal;
      *   - the employer's share of each benefit plan elected, the
      *     way PAYROLL earns it: a match on the period's deduction
      *     counting no more than the plan's cap percent of gross,
      *     or the plan's flat amount every period.  It is charged
      *     to the plan's benefit expense account, or the account on
      *     the employee's record when the plan names none, just as
      *     PAYROLL charges it, so it is in the projection as it is
      *     in the actual to date.
      *
      * Each employee's gross and employer tax is charged to their
      * expense accounts the way PAYROLL charges it - by their
      * default labor distribution, or the account on their record
      * when they have none - and totalled by department.  Each
      * account's actual to date (its current balance on the chart)
      * plus the projection is compared to its annual budget; an
      * account projected over budget is flagged and sets return
      * code 4.
      *
      * What-if parameters - a raise percent applied to every
      * projected period, and a number of added hires at a given
      * pay per period, cycle, start date, account and department -
      * change the projection only.  Nothing on file is updated.
      *
      *   Input  :  C:\COBOL\NEWEMP2.DAT
      *             C:\COBOL\PAYSCHEDULE.DAT
      *             C:\COBOL\EMPLOYERTAX.DAT
      *             C:\COBOL\DEDMASTER.DAT
      *             C:\COBOL\DEDELECT.DAT
      *             C:\COBOL\LABORDIST.DAT
      *             C:\COBOL\PAYHIST.DAT
      *             J:\CS3530\COAFILEMASTER.DAT
      *             J:\CS3530\COABUDGETFILE.DAT
      *   Output :  C:\COBOL\PAYPROJECTRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-PAYROLL-FILE
                 ASSIGN TO UT-SYS-EMPFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS NEW-SSNO.
           SELECT OPTIONAL PAY-SCHEDULE-FILE
                 ASSIGN TO UT-SYS-PAY-SCHEDULE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYER-TAX-FILE
                 ASSIGN TO UT-SYS-EMPLOYER-TAX-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-MASTER-FILE
                 ASSIGN TO UT-SYS-DED-MASTER-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-ELECT-FILE
                 ASSIGN TO UT-SYS-DED-ELECT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LABOR-DIST-FILE
                 ASSIGN TO UT-SYS-LABOR-DIST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE
                 ASSIGN TO UT-SYS-PAY-HISTORY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGL-COA-MASTER-FILE
                 ASSIGN TO UT-SYS-COA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.
           SELECT CGLC-BUDGET-FILE
                 ASSIGN TO UT-SYS-BUDGET-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-BUD-ACCT-NO.
           SELECT PROJECTION-REPORT-FILE
                 ASSIGN TO UT-SYS-PROJECTION-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
          05  NEW-SALARY                           PIC 9(5).
          05  NEW-DEPT                             PIC X(4).
          05  NEW-HIRE-DATE                        PIC 9(8).
          05  NEW-EXP-ACCT                         PIC 9(4).
          05  NEW-FILING-STATUS                    PIC X.
          05  NEW-ALLOWANCES                       PIC 99.
          05  NEW-PAY-TYPE                         PIC X.
          05  NEW-HOURLY-RATE                      PIC 9(3)V99.
          05  NEW-YTD-GROSS                        PIC S9(7)V99.
          05  NEW-YTD-WITHHOLDING                  PIC S9(7)V99.
          05  NEW-YTD-NET                          PIC S9(7)V99.
          05  NEW-EMP-STATUS                       PIC X.
          05  NEW-TERM-DATE                        PIC 9(8).
          05  NEW-BANK-ROUTING                     PIC 9(9).
          05  NEW-BANK-ACCOUNT                     PIC X(17).
          05  NEW-PAY-METHOD                       PIC X.
          05  NEW-VAC-ACCRUAL-RATE                 PIC 9V99.
          05  NEW-SICK-ACCRUAL-RATE                PIC 9V99.
          05  NEW-VAC-BALANCE                      PIC S9(3)V99.
          05  NEW-SICK-BALANCE                     PIC S9(3)V99.
          05  NEW-PEND-SALARY                      PIC 9(5).
          05  NEW-SALARY-EFF-DATE                  PIC 9(8).
          05  NEW-PAY-CYCLE                        PIC X.
          05  NEW-WORK-STATE                       PIC X(2).
          05  NEW-RES-STATE                        PIC X(2).
          05  NEW-LOCALITY                         PIC X(4).
      *    BUDGETED POSITION THE EMPLOYEE FILLS ON POSITION.DAT -
      *    ZERO (AN UNCONVERTED RECORD) IS NOT ASSIGNED TO ONE.
          05  NEW-POSITION-NO                      PIC 9(6).

       FD PAY-SCHEDULE-FILE
          RECORD CONTAINS 10 CHARACTERS.
       01 PAY-SCHEDULE-REC.
          05  SC-CYCLE                             PIC X.
          05  SC-PERIOD-END                        PIC 9(8).
          05  SC-PAID-FLAG                         PIC X.
              88  SC-PAID                   VALUE "P".

       FD EMPLOYER-TAX-FILE
          RECORD CONTAINS 4 CHARACTERS.
       01 EMPLOYER-TAX-REC.
          05  ET-RATE                              PIC V9(4).

       FD DEDUCTION-MASTER-FILE
          RECORD CONTAINS 67 CHARACTERS.
       01 DEDUCTION-MASTER-REC.
          05  DM-CODE                              PIC X(3).
          05  DM-DESCRIPTION                       PIC X(20).
          05  DM-METHOD                            PIC X.
              88  DM-FLAT                   VALUE "F".
              88  DM-PERCENT                VALUE "P".
          05  DM-AMOUNT                            PIC 9(5)V99.
          05  DM-GL-ACCT                           PIC 9(4).
          05  DM-PROVIDER                          PIC X(6).
          05  DM-ER-METHOD                         PIC X.
              88  DM-ER-MATCH               VALUE "M".
              88  DM-ER-FLAT                VALUE "F".
          05  DM-ER-MATCH-PCT                      PIC 9(3)V99.
          05  DM-ER-CAP-PCT                        PIC 9(3)V99.
          05  DM-ER-FLAT-AMT                       PIC 9(5)V99.
          05  DM-ER-EXP-ACCT                       PIC 9(4).
          05  DM-ER-PAYABLE-ACCT                   PIC 9(4).

       FD DEDUCTION-ELECT-FILE
          RECORD CONTAINS 37 CHARACTERS.
       01 DEDUCTION-ELECT-REC.
          05  DE-SSNO                              PIC 9(9).
          05  DE-CODE                              PIC X(3).
          05  DE-OVERRIDE-AMT                      PIC 9(5)V99.
          05  DE-GOAL-AMT                          PIC 9(7)V99.
          05  DE-COLLECTED                         PIC 9(7)V99.

       FD LABOR-DIST-FILE
          RECORD CONTAINS 18 CHARACTERS.
       01 LABOR-DIST-REC.
          05  LD-SSNO                              PIC 9(9).
          05  LD-EXP-ACCT                          PIC 9(4).
          05  LD-PERCENT                           PIC 9(3)V99.

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

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 63 CHARACTERS.
       01 CGL-COA-MSTR-REC.
          05  CGLC-MSTR-NO                PIC 9(4).
          05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
          05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
          05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
          05  CGLC-MSTR-ACCT-TYPE         PIC X.
          05  CGLC-MSTR-DESCRIPTION       PIC X(30).
          05  CGLC-MSTR-EFF-DATE          PIC 9(8).
          05  CGLC-MSTR-PEND-STATUS       PIC X.

       FD CGLC-BUDGET-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS.
       01 CGLC-BUDGET-REC.
          05  CGLC-BUD-ACCT-NO            PIC 9(4).
          05  CGLC-BUD-ANNUAL-AMT         PIC S9(7)V99.
          05  CGLC-BUD-PERIOD-AMT         PIC S9(7)V99.
          05  CGLC-BUD-LIMIT-FLAG         PIC X.

       FD PROJECTION-REPORT-FILE
          RECORD CONTAINS 108 CHARACTERS.
       01 PROJECTION-REPORT-REC.
          05  PR-LABEL                             PIC X(20).
          05  FILLER                               PIC X.
          05  PR-KEY                               PIC X(4).
          05  FILLER                               PIC X.
          05  PR-ACTUAL                            PIC -(9)9.99.
          05  FILLER                               PIC X.
          05  PR-PROJECTED                         PIC -(9)9.99.
          05  FILLER                               PIC X.
          05  PR-COMBINED                          PIC -(9)9.99.
          05  FILLER                               PIC X.
          05  PR-BUDGET                            PIC -(9)9.99.
          05  FILLER                               PIC X.
          05  PR-VARIANCE                          PIC -(9)9.99.
          05  FILLER                               PIC X.
          05  PR-STATUS                            PIC X(12).
      *    PARAMETER AND HEADING LINES.
       01 PROJECTION-TEXT-REC                      PIC X(108).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-EMPFILE                      PIC X(50)
                                   VALUE "C:\COBOL\NEWEMP2.DAT".
           05  UT-SYS-PAY-SCHEDULE-FILE            PIC X(50)
                                   VALUE "C:\COBOL\PAYSCHEDULE.DAT".
           05  UT-SYS-EMPLOYER-TAX-FILE            PIC X(50)
                                   VALUE "C:\COBOL\EMPLOYERTAX.DAT".
           05  UT-SYS-DED-MASTER-FILE              PIC X(50)
                                   VALUE "C:\COBOL\DEDMASTER.DAT".
           05  UT-SYS-DED-ELECT-FILE               PIC X(50)
                                   VALUE "C:\COBOL\DEDELECT.DAT".
           05  UT-SYS-LABOR-DIST-FILE              PIC X(50)
                                   VALUE "C:\COBOL\LABORDIST.DAT".
           05  UT-SYS-PAY-HISTORY-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYHIST.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-BUDGET-FILE                  PIC X(50)
                                VALUE "J:\CS3530\COABUDGETFILE.DAT".
           05  UT-SYS-PROJECTION-REPORT-FILE       PIC X(50)
                                   VALUE "C:\COBOL\PAYPROJECTRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-EMP-END                          PIC X
                                            VALUE 'N'.
               88  EMP-END                   VALUE 'Y'.
           05  WS-FIRST-PERIOD                     PIC X
                                            VALUE 'Y'.
               88  FIRST-PERIOD              VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
      *    WHAT-IF AND HORIZON PARAMETERS - NONE IS WRITTEN BACK.
       01  WS-PARAMETERS.
           05  WS-THROUGH-DATE                     PIC 9(8).
           05  WS-RAISE-PCT                        PIC 9(3)V99.
           05  WS-ADD-COUNT                        PIC 9(3).
           05  WS-ADD-PAY                          PIC 9(5)V99.
           05  WS-ADD-CYCLE                        PIC X.
           05  WS-ADD-START                        PIC 9(8).
           05  WS-ADD-ACCT                         PIC 9(4).
           05  WS-ADD-DEPT                         PIC X(4).
       01  WS-ER-TAX-RATE                          PIC V9(4)
                                            VALUE .0765.
      *    THE UNPAID PERIODS INSIDE THE HORIZON, EVERY CYCLE.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-COUNT                        PIC 9(3)
                                            VALUE ZERO.
           05  WS-SCH-ENTRY OCCURS 500 TIMES.
               10  WS-SCH-CYCLE                    PIC X.
               10  WS-SCH-PERIOD-END               PIC 9(8).
       01  WS-SCH-SUB                              PIC 9(3).
       01  WS-DEDUCTION-TABLE.
           05  WS-DED-COUNT                        PIC 99
                                            VALUE ZERO.
           05  WS-DED-ENTRY OCCURS 50 TIMES.
               10  WS-DM-CODE                      PIC X(3).
               10  WS-DM-METHOD                    PIC X.
               10  WS-DM-AMOUNT                    PIC 9(5)V99.
               10  WS-DM-ER-METHOD                 PIC X.
               10  WS-DM-ER-MATCH-PCT              PIC 9(3)V99.
               10  WS-DM-ER-CAP-PCT                PIC 9(3)V99.
               10  WS-DM-ER-FLAT-AMT               PIC 9(5)V99.
               10  WS-DM-ER-EXP-ACCT               PIC 9(4).
       01  WS-DED-SUB                              PIC 99.
      *    ELECTIONS WITH THEIR COLLECTED BALANCE CARRIED FORWARD
      *    PERIOD BY PERIOD SO A GOAL STOPS THE PROJECTION TOO.
       01  WS-ELECTION-TABLE.
           05  WS-ELECT-COUNT                      PIC 9(4)
                                            VALUE ZERO.
           05  WS-ELECT-ENTRY OCCURS 1000 TIMES.
               10  WS-DE-SSNO                      PIC 9(9).
               10  WS-DE-CODE                      PIC X(3).
               10  WS-DE-OVERRIDE-AMT              PIC 9(5)V99.
               10  WS-DE-GOAL-AMT                  PIC 9(7)V99.
               10  WS-DE-COLLECTED                 PIC 9(7)V99.
       01  WS-ELECT-SUB                            PIC 9(4).
       01  WS-LABOR-DIST-TABLE.
           05  WS-LD-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-LD-ENTRY OCCURS 1000 TIMES.
               10  WS-LD-SSNO                      PIC 9(9).
               10  WS-LD-ACCT                      PIC 9(4).
               10  WS-LD-PCT                       PIC 9(3)V99.
       01  WS-LD-SUB                               PIC 9(4).
      *    PROJECTED COST BY EXPENSE ACCOUNT, IN ACCOUNT ORDER.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-COUNT                       PIC 9(3)
                                            VALUE ZERO.
           05  WS-ACCT-ENTRY OCCURS 200 TIMES.
               10  WS-AT-ACCT                      PIC 9(4).
               10  WS-AT-PROJECTED                 PIC S9(9)V99.
       01  WS-ACCT-SUB                             PIC 9(3).
       01  WS-ACCT-FOUND-SUB                       PIC 9(3).
      *    PROJECTED COST BY DEPARTMENT.
       01  WS-DEPT-TABLE.
           05  WS-DEPT-COUNT                       PIC 9(3)
                                            VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DT-CODE                      PIC X(4).
               10  WS-DT-GROSS                     PIC S9(9)V99.
               10  WS-DT-ER-TAX                    PIC S9(9)V99.
       01  WS-DEPT-SUB                             PIC 9(3).
       01  WS-DEPT-FOUND-SUB                       PIC 9(3).
      *    ONE PERIOD FOR ONE EMPLOYEE.
       01  WS-PERIOD-WORK.
           05  WS-PERIOD-CYCLE                     PIC X.
           05  WS-STD-HOURS                        PIC 9(3)V99.
           05  WS-PERIOD-GROSS                     PIC S9(7)V99.
           05  WS-PERIOD-ER-TAX                    PIC S9(7)V99.
           05  WS-PERIOD-DED                       PIC S9(7)V99.
           05  WS-DED-AMOUNT                       PIC S9(7)V99.
           05  WS-DED-TAKEN                        PIC S9(7)V99.
           05  WS-ER-BEN-BASE                      PIC S9(7)V99.
           05  WS-ER-BEN-AMOUNT                    PIC S9(7)V99.
           05  WS-RETRO-AMOUNT                     PIC S9(7)V99.
           05  WS-RETRO-RUNS                       PIC 9(3).
      *    ONE EMPLOYEE'S PROJECTION, THEN ITS SPLIT BY ACCOUNT.
       01  WS-EMP-WORK.
           05  WS-EMP-GROSS                        PIC S9(9)V99.
           05  WS-EMP-ER-TAX                       PIC S9(9)V99.
           05  WS-EMP-PERIODS                      PIC 9(3).
           05  WS-CHARGE-ACCT                      PIC 9(4).
           05  WS-CHARGE-DEPT                      PIC X(4).
           05  WS-CHARGE-COST                      PIC S9(9)V99.
           05  WS-CHARGE-BASE                      PIC S9(9)V99.
           05  WS-CHARGE-ALLOCATED                 PIC S9(9)V99.
           05  WS-DIST-PCT-TOTAL                   PIC 9(5)V99.
           05  WS-DIST-ROWS                        PIC 9(3).
           05  WS-DIST-ROWS-DONE                   PIC 9(3).
       01  WS-TOTALS.
           05  WS-TOTAL-GROSS                      PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-TOTAL-ER-TAX                     PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-TOTAL-DED                        PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-TOTAL-ER-BEN                     PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-TOTAL-ACTUAL                     PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-TOTAL-PROJECTED                  PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-TOTAL-BUDGET                     PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-ACTUAL-AMT                       PIC S9(9)V99.
           05  WS-BUDGET-AMT                       PIC S9(9)V99.
           05  WS-VARIANCE                         PIC S9(9)V99.
       01  WS-COUNTS.
           05  WS-EMP-PROJECTED                    PIC 9(5)
                                            VALUE ZERO.
           05  WS-OVER-COUNT                       PIC 9(5)
                                            VALUE ZERO.
           05  WS-OVERFLOW-COUNT                   PIC 9(5)
                                            VALUE ZERO.
       01  WS-EDIT-AREA.
           05  WS-EDIT-PCT                         PIC ZZ9.99.
           05  WS-EDIT-COUNT                       PIC ZZ9.
           05  WS-EDIT-PAY                         PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
      *************************************************************
      *  Take the horizon and what-if parameters, load the tables,
      *  project every employee and any added hires, and write the
      *  department and account comparison.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 150-ACCEPT-PARAMETERS THRU 150-EXIT.
           PERFORM 900-LOAD-SCHEDULE THRU 900-EXIT.
           PERFORM 910-LOAD-EMPLOYER-RATE THRU 910-EXIT.
           PERFORM 920-LOAD-DEDUCTIONS THRU 920-EXIT.
           PERFORM 930-LOAD-LABOR-DIST THRU 930-EXIT.
           OPEN INPUT NEW-PAYROLL-FILE
           PERFORM 200-READ-EMPLOYEE THRU 200-EXIT.
           PERFORM 300-PROJECT-EMPLOYEE THRU 300-EXIT
               UNTIL EMP-END.
           CLOSE NEW-PAYROLL-FILE
           IF WS-ADD-COUNT > ZERO
               PERFORM 400-PROJECT-ADDED-HIRES THRU 400-EXIT
           END-IF
           OPEN OUTPUT PROJECTION-REPORT-FILE
           PERFORM 500-WRITE-HEADING THRU 500-EXIT.
           PERFORM 550-WRITE-DEPARTMENTS THRU 550-EXIT.
           OPEN INPUT CGL-COA-MASTER-FILE
           OPEN INPUT CGLC-BUDGET-FILE
           PERFORM 600-WRITE-ACCOUNTS THRU 600-EXIT.
           CLOSE CGL-COA-MASTER-FILE
           CLOSE CGLC-BUDGET-FILE
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.
           CLOSE PROJECTION-REPORT-FILE
           IF WS-OVER-COUNT > ZERO OR WS-OVERFLOW-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "PROJECTION TABLES FULL - " WS-OVERFLOW-COUNT
                   " CHARGES NOT BROKEN OUT"
           END-IF
           DISPLAY "PAYROLL PROJECTION COMPLETE - " WS-EMP-PROJECTED
               " EMPLOYEES, " WS-OVER-COUNT
               " ACCOUNTS PROJECTED OVER BUDGET".
           GOBACK.
      ***************************************************************
      *  The horizon and the what-if parameters.  A zero horizon is
      *  the end of the current year; a zero raise or headcount
      *  leaves the projection as the file stands.
      ***************************************************************
       150-ACCEPT-PARAMETERS.
           DISPLAY "PROJECT THROUGH (YYYYMMDD, 0 = YEAR END): "
           ACCEPT WS-THROUGH-DATE
           IF WS-THROUGH-DATE = ZERO
               STRING WS-TODAY-DATE (1:4) "1231"
                   DELIMITED BY SIZE INTO WS-THROUGH-DATE
           END-IF
           DISPLAY "WHAT-IF RAISE PERCENT (NNN.NN, 0 = NONE): "
           ACCEPT WS-RAISE-PCT
           DISPLAY "WHAT-IF ADDED HEADCOUNT (0 = NONE): "
           ACCEPT WS-ADD-COUNT
           IF WS-ADD-COUNT = ZERO
               GO TO 150-EXIT
           END-IF
           DISPLAY "PAY PER PERIOD FOR EACH HIRE (NNNNN.NN): "
           ACCEPT WS-ADD-PAY
           DISPLAY "PAY CYCLE - W WEEKLY, B BIWEEKLY, M MONTHLY: "
           ACCEPT WS-ADD-CYCLE
           IF WS-ADD-CYCLE NOT = "W" AND WS-ADD-CYCLE NOT = "M"
               MOVE "B" TO WS-ADD-CYCLE
           END-IF
           DISPLAY "START DATE (YYYYMMDD): "
           ACCEPT WS-ADD-START
           DISPLAY "EXPENSE ACCOUNT: "
           ACCEPT WS-ADD-ACCT
           DISPLAY "DEPARTMENT: "
           ACCEPT WS-ADD-DEPT.
       150-EXIT.
           EXIT.
      ***************************************************************
      *  Next employee off the master.
      ***************************************************************
       200-READ-EMPLOYEE.
           READ NEW-PAYROLL-FILE
               AT END MOVE 'Y' TO WS-EMP-END
           END-READ.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One employee across every period they would be paid for.
      *  Someone terminated on or before today is not projected.
      ***************************************************************
       300-PROJECT-EMPLOYEE.
           IF NEW-EMP-STATUS = "T" AND NEW-TERM-DATE NOT > WS-TODAY-DATE
               PERFORM 200-READ-EMPLOYEE THRU 200-EXIT
               GO TO 300-EXIT
           END-IF
           MOVE ZERO TO WS-EMP-GROSS
           MOVE ZERO TO WS-EMP-ER-TAX
           MOVE ZERO TO WS-EMP-PERIODS
           MOVE 'Y' TO WS-FIRST-PERIOD
           PERFORM 320-FIGURE-RETRO THRU 320-EXIT
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               PERFORM 310-PROJECT-ONE-PERIOD THRU 310-EXIT
           END-PERFORM
           IF WS-EMP-PERIODS > ZERO
               ADD 1 TO WS-EMP-PROJECTED
               MOVE NEW-DEPT TO WS-CHARGE-DEPT
               PERFORM 340-CHARGE-DEPARTMENT THRU 340-EXIT
               PERFORM 350-CHARGE-ACCOUNTS THRU 350-EXIT
           END-IF
           PERFORM 200-READ-EMPLOYEE THRU 200-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One schedule period for the employee in hand: the period's
      *  gross, the employer tax on it, and the deductions taken.
      ***************************************************************
       310-PROJECT-ONE-PERIOD.
           IF NEW-PAY-CYCLE NOT = SPACE
                   AND NEW-PAY-CYCLE NOT = WS-SCH-CYCLE (WS-SCH-SUB)
               GO TO 310-EXIT
           END-IF
           IF NEW-EMP-STATUS = "T"
                   AND WS-SCH-PERIOD-END (WS-SCH-SUB) > NEW-TERM-DATE
               GO TO 310-EXIT
           END-IF
           IF WS-SCH-PERIOD-END (WS-SCH-SUB) < NEW-HIRE-DATE
               GO TO 310-EXIT
           END-IF
           MOVE WS-SCH-CYCLE (WS-SCH-SUB) TO WS-PERIOD-CYCLE
           IF NEW-PAY-TYPE = "H"
               PERFORM 315-STANDARD-HOURS THRU 315-EXIT
               COMPUTE WS-PERIOD-GROSS ROUNDED =
                   NEW-HOURLY-RATE * WS-STD-HOURS
           ELSE
               IF NEW-SALARY-EFF-DATE NOT = ZERO
                       AND NEW-SALARY-EFF-DATE NOT >
                           WS-SCH-PERIOD-END (WS-SCH-SUB)
                   MOVE NEW-PEND-SALARY TO WS-PERIOD-GROSS
               ELSE
                   MOVE NEW-SALARY TO WS-PERIOD-GROSS
               END-IF
           END-IF
           IF WS-RAISE-PCT NOT = ZERO
               COMPUTE WS-PERIOD-GROSS ROUNDED = WS-PERIOD-GROSS
                   + WS-PERIOD-GROSS * WS-RAISE-PCT / 100
           END-IF
      *    THE RETRO FOR RUNS ALREADY PAID GOES OUT WITH THE FIRST
      *    RUN THAT APPLIES THE CHANGE.
           IF FIRST-PERIOD
               ADD WS-RETRO-AMOUNT TO WS-PERIOD-GROSS
               MOVE 'N' TO WS-FIRST-PERIOD
           END-IF
           COMPUTE WS-PERIOD-ER-TAX ROUNDED =
               WS-PERIOD-GROSS * WS-ER-TAX-RATE
           MOVE ZERO TO WS-PERIOD-DED
           PERFORM VARYING WS-ELECT-SUB FROM 1 BY 1
                   UNTIL WS-ELECT-SUB > WS-ELECT-COUNT
               IF WS-DE-SSNO (WS-ELECT-SUB) = NEW-SSNO
                   PERFORM 330-PROJECT-DEDUCTION THRU 330-EXIT
                   PERFORM 335-PROJECT-ER-SHARE THRU 335-EXIT
               END-IF
           END-PERFORM
           ADD 1 TO WS-EMP-PERIODS
           ADD WS-PERIOD-GROSS TO WS-EMP-GROSS
           ADD WS-PERIOD-ER-TAX TO WS-EMP-ER-TAX
           ADD WS-PERIOD-GROSS TO WS-TOTAL-GROSS
           ADD WS-PERIOD-ER-TAX TO WS-TOTAL-ER-TAX
           ADD WS-PERIOD-DED TO WS-TOTAL-DED.
       310-EXIT.
           EXIT.
      ***************************************************************
      *  The standard hours of the period's cycle, as final pay
      *  figures them.
      ***************************************************************
       315-STANDARD-HOURS.
           EVALUATE WS-PERIOD-CYCLE
               WHEN "W"
                   MOVE 40 TO WS-STD-HOURS
               WHEN "M"
                   MOVE 173.33 TO WS-STD-HOURS
               WHEN OTHER
                   MOVE 80 TO WS-STD-HOURS
           END-EVALUATE.
       315-EXIT.
           EXIT.
      ***************************************************************
      *  A salary change whose date has already passed is paid from
      *  the next run with the difference for every run already paid
      *  on or after its date, the way PAYROLL's retro works it off
      *  the pay history.
      ***************************************************************
       320-FIGURE-RETRO.
           MOVE ZERO TO WS-RETRO-AMOUNT
           MOVE ZERO TO WS-RETRO-RUNS
           IF NEW-PAY-TYPE = "H"
                   OR NEW-SALARY-EFF-DATE = ZERO
                   OR NEW-SALARY-EFF-DATE > WS-TODAY-DATE
               GO TO 320-EXIT
           END-IF
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM UNTIL EOF
               READ PAY-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PH-SSNO = NEW-SSNO AND PH-PAY-ROW
                               AND PH-JUR-CODE = SPACES
                               AND PH-PAY-DATE NOT < NEW-SALARY-EFF-DATE
                           ADD 1 TO WS-RETRO-RUNS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           MOVE 'N' TO WS-END-OF-FILE
           COMPUTE WS-RETRO-AMOUNT =
               (NEW-PEND-SALARY - NEW-SALARY) * WS-RETRO-RUNS.
       320-EXIT.
           EXIT.
      ***************************************************************
      *  One election for one period: the override, else the code's
      *  flat amount or percent of gross, stopping at the goal.
      ***************************************************************
       330-PROJECT-DEDUCTION.
           MOVE ZERO TO WS-DED-AMOUNT
           MOVE ZERO TO WS-DED-TAKEN
           IF WS-DE-OVERRIDE-AMT (WS-ELECT-SUB) NOT = ZERO
               MOVE WS-DE-OVERRIDE-AMT (WS-ELECT-SUB) TO WS-DED-AMOUNT
           ELSE
               PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                       UNTIL WS-DED-SUB > WS-DED-COUNT
                   IF WS-DM-CODE (WS-DED-SUB) =
                           WS-DE-CODE (WS-ELECT-SUB)
                       IF WS-DM-METHOD (WS-DED-SUB) = "P"
                           COMPUTE WS-DED-AMOUNT ROUNDED =
                               WS-PERIOD-GROSS *
                               WS-DM-AMOUNT (WS-DED-SUB) / 100
                       ELSE
                           MOVE WS-DM-AMOUNT (WS-DED-SUB)
                               TO WS-DED-AMOUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DE-GOAL-AMT (WS-ELECT-SUB) NOT = ZERO
               IF WS-DE-COLLECTED (WS-ELECT-SUB) NOT <
                       WS-DE-GOAL-AMT (WS-ELECT-SUB)
                   GO TO 330-EXIT
               END-IF
               IF WS-DE-COLLECTED (WS-ELECT-SUB) + WS-DED-AMOUNT
                       > WS-DE-GOAL-AMT (WS-ELECT-SUB)
                   COMPUTE WS-DED-AMOUNT =
                       WS-DE-GOAL-AMT (WS-ELECT-SUB)
                       - WS-DE-COLLECTED (WS-ELECT-SUB)
               END-IF
           END-IF
           IF WS-DED-AMOUNT NOT > ZERO
               GO TO 330-EXIT
           END-IF
           MOVE WS-DED-AMOUNT TO WS-DED-TAKEN
           ADD WS-DED-AMOUNT TO WS-PERIOD-DED
           ADD WS-DED-AMOUNT TO WS-DE-COLLECTED (WS-ELECT-SUB).
       330-EXIT.
           EXIT.
      ***************************************************************
      *  The employer's share of the election for one period, as
      *  PAYROLL's 367-ONE-EMPLOYER-SHARE earns it - a match counts
      *  no more of the period's deduction than the cap percent of
      *  gross; a flat share is paid every period.  Charged straight
      *  to its benefit expense account.
      ***************************************************************
       335-PROJECT-ER-SHARE.
           MOVE ZERO TO WS-ER-BEN-AMOUNT
           PERFORM VARYING WS-DED-SUB FROM 1 BY 1
                   UNTIL WS-DED-SUB > WS-DED-COUNT
               IF WS-DM-CODE (WS-DED-SUB) = WS-DE-CODE (WS-ELECT-SUB)
                   PERFORM 337-FIGURE-ER-SHARE THRU 337-EXIT
               END-IF
           END-PERFORM.
       335-EXIT.
           EXIT.

       337-FIGURE-ER-SHARE.
           EVALUATE WS-DM-ER-METHOD (WS-DED-SUB)
               WHEN "M"
                   MOVE WS-DED-TAKEN TO WS-ER-BEN-BASE
                   IF WS-DM-ER-CAP-PCT (WS-DED-SUB) NOT = ZERO
                       IF WS-ER-BEN-BASE > WS-PERIOD-GROSS *
                               WS-DM-ER-CAP-PCT (WS-DED-SUB) / 100
                           COMPUTE WS-ER-BEN-BASE ROUNDED =
                               WS-PERIOD-GROSS *
                               WS-DM-ER-CAP-PCT (WS-DED-SUB) / 100
                       END-IF
                   END-IF
                   COMPUTE WS-ER-BEN-AMOUNT ROUNDED = WS-ER-BEN-BASE
                       * WS-DM-ER-MATCH-PCT (WS-DED-SUB) / 100
               WHEN "F"
                   MOVE WS-DM-ER-FLAT-AMT (WS-DED-SUB)
                       TO WS-ER-BEN-AMOUNT
           END-EVALUATE
           IF WS-ER-BEN-AMOUNT NOT > ZERO
               GO TO 337-EXIT
           END-IF
           ADD WS-ER-BEN-AMOUNT TO WS-TOTAL-ER-BEN
           IF WS-DM-ER-EXP-ACCT (WS-DED-SUB) NOT = ZERO
               MOVE WS-DM-ER-EXP-ACCT (WS-DED-SUB) TO WS-CHARGE-ACCT
           ELSE
               MOVE NEW-EXP-ACCT TO WS-CHARGE-ACCT
           END-IF
           MOVE WS-ER-BEN-AMOUNT TO WS-CHARGE-COST
           PERFORM 360-CHARGE-ONE-ACCOUNT THRU 360-EXIT.
       337-EXIT.
           EXIT.
      ***************************************************************
      *  The employee's projected gross and employer tax into their
      *  department's total.
      ***************************************************************
       340-CHARGE-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-FOUND-SUB
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               IF WS-DT-CODE (WS-DEPT-SUB) = WS-CHARGE-DEPT
                   MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-DEPT-FOUND-SUB = ZERO
               IF WS-DEPT-COUNT = 100
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 340-EXIT
               END-IF
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-SUB
               MOVE WS-CHARGE-DEPT TO WS-DT-CODE (WS-DEPT-FOUND-SUB)
               MOVE ZERO TO WS-DT-GROSS (WS-DEPT-FOUND-SUB)
               MOVE ZERO TO WS-DT-ER-TAX (WS-DEPT-FOUND-SUB)
           END-IF
           ADD WS-EMP-GROSS TO WS-DT-GROSS (WS-DEPT-FOUND-SUB)
           ADD WS-EMP-ER-TAX TO WS-DT-ER-TAX (WS-DEPT-FOUND-SUB).
       340-EXIT.
           EXIT.
      ***************************************************************
      *  The employee's projected cost - gross plus employer tax -
      *  split by their default labor distribution as PAYROLL splits
      *  it, the last row taking the rounding.  No distribution, or
      *  one that does not total 100 percent, goes to the account
      *  on their record.
      ***************************************************************
       350-CHARGE-ACCOUNTS.
           COMPUTE WS-CHARGE-BASE = WS-EMP-GROSS + WS-EMP-ER-TAX
           MOVE ZERO TO WS-DIST-PCT-TOTAL
           MOVE ZERO TO WS-DIST-ROWS
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > WS-LD-COUNT
               IF WS-LD-SSNO (WS-LD-SUB) = NEW-SSNO
                   ADD WS-LD-PCT (WS-LD-SUB) TO WS-DIST-PCT-TOTAL
                   ADD 1 TO WS-DIST-ROWS
               END-IF
           END-PERFORM
           IF WS-DIST-ROWS = ZERO OR WS-DIST-PCT-TOTAL NOT = 100
               MOVE NEW-EXP-ACCT TO WS-CHARGE-ACCT
               MOVE WS-CHARGE-BASE TO WS-CHARGE-COST
               PERFORM 360-CHARGE-ONE-ACCOUNT THRU 360-EXIT
               GO TO 350-EXIT
           END-IF
           MOVE ZERO TO WS-DIST-ROWS-DONE
           MOVE ZERO TO WS-CHARGE-ALLOCATED
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                   UNTIL WS-LD-SUB > WS-LD-COUNT
               IF WS-LD-SSNO (WS-LD-SUB) = NEW-SSNO
                   ADD 1 TO WS-DIST-ROWS-DONE
                   IF WS-DIST-ROWS-DONE = WS-DIST-ROWS
                       COMPUTE WS-CHARGE-COST =
                           WS-CHARGE-BASE - WS-CHARGE-ALLOCATED
                   ELSE
                       COMPUTE WS-CHARGE-COST ROUNDED =
                           WS-CHARGE-BASE * WS-LD-PCT (WS-LD-SUB) / 100
                   END-IF
                   ADD WS-CHARGE-COST TO WS-CHARGE-ALLOCATED
                   MOVE WS-LD-ACCT (WS-LD-SUB) TO WS-CHARGE-ACCT
                   PERFORM 360-CHARGE-ONE-ACCOUNT THRU 360-EXIT
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  Find-or-add one account's projected cost, keeping the
      *  table in account order for the report.
      ***************************************************************
       360-CHARGE-ONE-ACCOUNT.
           MOVE ZERO TO WS-ACCT-FOUND-SUB
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               IF WS-AT-ACCT (WS-ACCT-SUB) = WS-CHARGE-ACCT
                   MOVE WS-ACCT-SUB TO WS-ACCT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-ACCT-FOUND-SUB = ZERO
               IF WS-ACCT-COUNT = 200
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 360-EXIT
               END-IF
               MOVE 1 TO WS-ACCT-FOUND-SUB
               PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                       UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
                   IF WS-AT-ACCT (WS-ACCT-SUB) < WS-CHARGE-ACCT
                       COMPUTE WS-ACCT-FOUND-SUB = WS-ACCT-SUB + 1
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-ACCT-SUB FROM WS-ACCT-COUNT BY -1
                       UNTIL WS-ACCT-SUB < WS-ACCT-FOUND-SUB
                   MOVE WS-ACCT-ENTRY (WS-ACCT-SUB)
                       TO WS-ACCT-ENTRY (WS-ACCT-SUB + 1)
               END-PERFORM
               ADD 1 TO WS-ACCT-COUNT
               MOVE WS-CHARGE-ACCT TO WS-AT-ACCT (WS-ACCT-FOUND-SUB)
               MOVE ZERO TO WS-AT-PROJECTED (WS-ACCT-FOUND-SUB)
           END-IF
           ADD WS-CHARGE-COST TO WS-AT-PROJECTED (WS-ACCT-FOUND-SUB).
       360-EXIT.
           EXIT.
      ***************************************************************
      *  The what-if hires: each is paid the given amount on every
      *  period of their cycle ending on or after the start date,
      *  with the employer tax, all charged to the given account and
      *  department.  No deductions are assumed.
      ***************************************************************
       400-PROJECT-ADDED-HIRES.
           MOVE ZERO TO WS-EMP-GROSS
           MOVE ZERO TO WS-EMP-ER-TAX
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               IF WS-SCH-CYCLE (WS-SCH-SUB) = WS-ADD-CYCLE
                       AND WS-SCH-PERIOD-END (WS-SCH-SUB)
                           NOT < WS-ADD-START
                   MOVE WS-ADD-PAY TO WS-PERIOD-GROSS
                   COMPUTE WS-PERIOD-ER-TAX ROUNDED =
                       WS-PERIOD-GROSS * WS-ER-TAX-RATE
                   COMPUTE WS-EMP-GROSS = WS-EMP-GROSS
                       + WS-PERIOD-GROSS * WS-ADD-COUNT
                   COMPUTE WS-EMP-ER-TAX = WS-EMP-ER-TAX
                       + WS-PERIOD-ER-TAX * WS-ADD-COUNT
               END-IF
           END-PERFORM
           ADD WS-EMP-GROSS TO WS-TOTAL-GROSS
           ADD WS-EMP-ER-TAX TO WS-TOTAL-ER-TAX
           ADD WS-ADD-COUNT TO WS-EMP-PROJECTED
           MOVE WS-ADD-DEPT TO WS-CHARGE-DEPT
           PERFORM 340-CHARGE-DEPARTMENT THRU 340-EXIT
           MOVE WS-ADD-ACCT TO WS-CHARGE-ACCT
           COMPUTE WS-CHARGE-COST = WS-EMP-GROSS + WS-EMP-ER-TAX
           PERFORM 360-CHARGE-ONE-ACCOUNT THRU 360-EXIT.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  The parameters the projection was run with.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO PROJECTION-TEXT-REC
           STRING "PAYROLL COST PROJECTION RUN " WS-TODAY-DATE
               " THROUGH " WS-THROUGH-DATE
               DELIMITED BY SIZE INTO PROJECTION-TEXT-REC
           WRITE PROJECTION-TEXT-REC
           MOVE WS-RAISE-PCT TO WS-EDIT-PCT
           MOVE SPACES TO PROJECTION-TEXT-REC
           STRING "WHAT-IF RAISE PERCENT " WS-EDIT-PCT
               DELIMITED BY SIZE INTO PROJECTION-TEXT-REC
           WRITE PROJECTION-TEXT-REC
           IF WS-ADD-COUNT > ZERO
               MOVE WS-ADD-COUNT TO WS-EDIT-COUNT
               MOVE WS-ADD-PAY TO WS-EDIT-PAY
               MOVE SPACES TO PROJECTION-TEXT-REC
               STRING "WHAT-IF ADDED HEADCOUNT " WS-EDIT-COUNT
                   " AT " WS-EDIT-PAY " CYCLE " WS-ADD-CYCLE
                   " FROM " WS-ADD-START " ACCT " WS-ADD-ACCT
                   " DEPT " WS-ADD-DEPT
                   DELIMITED BY SIZE INTO PROJECTION-TEXT-REC
               WRITE PROJECTION-TEXT-REC
           END-IF
           MOVE SPACES TO PROJECTION-TEXT-REC
           STRING "WHAT-IF FIGURES CHANGE NOTHING ON FILE"
               DELIMITED BY SIZE INTO PROJECTION-TEXT-REC
           WRITE PROJECTION-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  Projected cost by department - there is no budget by
      *  department, so the line carries the projected gross,
      *  employer tax, and their total in the first three columns.
      ***************************************************************
       550-WRITE-DEPARTMENTS.
           MOVE SPACES TO PROJECTION-TEXT-REC
           STRING "DEPARTMENT            DEPT         "
               "GROSS     EMPLOYER TAX    PROJECTED COST"
               DELIMITED BY SIZE INTO PROJECTION-TEXT-REC
           WRITE PROJECTION-TEXT-REC
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
               MOVE SPACES TO PROJECTION-REPORT-REC
               MOVE "DEPARTMENT" TO PR-LABEL
               MOVE WS-DT-CODE (WS-DEPT-SUB) TO PR-KEY
               MOVE WS-DT-GROSS (WS-DEPT-SUB) TO PR-ACTUAL
               MOVE WS-DT-ER-TAX (WS-DEPT-SUB) TO PR-PROJECTED
               COMPUTE PR-COMBINED = WS-DT-GROSS (WS-DEPT-SUB)
                   + WS-DT-ER-TAX (WS-DEPT-SUB)
               WRITE PROJECTION-REPORT-REC
           END-PERFORM.
       550-EXIT.
           EXIT.
      ***************************************************************
      *  Each account: actual to date off the chart, the projected
      *  cost, the two together, the annual budget, and what is
      *  left.  Over budget is flagged.
      ***************************************************************
       600-WRITE-ACCOUNTS.
           MOVE SPACES TO PROJECTION-TEXT-REC
           STRING "EXPENSE ACCOUNT       ACCT     ACTUAL TO DATE"
               "     PROJECTED  ACTUAL+PROJ        BUDGET"
               "      REMAINING"
               DELIMITED BY SIZE INTO PROJECTION-TEXT-REC
           WRITE PROJECTION-TEXT-REC
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-COUNT
               PERFORM 610-WRITE-ONE-ACCOUNT THRU 610-EXIT
           END-PERFORM.
       600-EXIT.
           EXIT.
       610-WRITE-ONE-ACCOUNT.
           MOVE WS-AT-ACCT (WS-ACCT-SUB) TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-ACTUAL-AMT
                   MOVE SPACES TO CGLC-MSTR-DESCRIPTION
               NOT INVALID KEY
                   MOVE CGLC-MSTR-CUR-BALANCE TO WS-ACTUAL-AMT
           END-READ
           MOVE WS-AT-ACCT (WS-ACCT-SUB) TO CGLC-BUD-ACCT-NO
           READ CGLC-BUDGET-FILE
               INVALID KEY MOVE ZERO TO WS-BUDGET-AMT
               NOT INVALID KEY
                   MOVE CGLC-BUD-ANNUAL-AMT TO WS-BUDGET-AMT
           END-READ
           COMPUTE WS-VARIANCE = WS-BUDGET-AMT - WS-ACTUAL-AMT
               - WS-AT-PROJECTED (WS-ACCT-SUB)
           MOVE SPACES TO PROJECTION-REPORT-REC
           MOVE CGLC-MSTR-DESCRIPTION TO PR-LABEL
           MOVE WS-AT-ACCT (WS-ACCT-SUB) TO PR-KEY
           MOVE WS-ACTUAL-AMT TO PR-ACTUAL
           MOVE WS-AT-PROJECTED (WS-ACCT-SUB) TO PR-PROJECTED
           COMPUTE PR-COMBINED =
               WS-ACTUAL-AMT + WS-AT-PROJECTED (WS-ACCT-SUB)
           MOVE WS-BUDGET-AMT TO PR-BUDGET
           MOVE WS-VARIANCE TO PR-VARIANCE
           IF WS-VARIANCE < ZERO
               MOVE "OVER BUDGET" TO PR-STATUS
               ADD 1 TO WS-OVER-COUNT
           END-IF
           WRITE PROJECTION-REPORT-REC
           ADD WS-ACTUAL-AMT TO WS-TOTAL-ACTUAL
           ADD WS-AT-PROJECTED (WS-ACCT-SUB) TO WS-TOTAL-PROJECTED
           ADD WS-BUDGET-AMT TO WS-TOTAL-BUDGET.
       610-EXIT.
           EXIT.
      ***************************************************************
      *  Account grand total, then the projection's own totals.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO PROJECTION-REPORT-REC
           MOVE "ACCOUNT TOTAL" TO PR-LABEL
           MOVE WS-TOTAL-ACTUAL TO PR-ACTUAL
           MOVE WS-TOTAL-PROJECTED TO PR-PROJECTED
           COMPUTE PR-COMBINED = WS-TOTAL-ACTUAL + WS-TOTAL-PROJECTED
           MOVE WS-TOTAL-BUDGET TO PR-BUDGET
           COMPUTE PR-VARIANCE = WS-TOTAL-BUDGET - WS-TOTAL-ACTUAL
               - WS-TOTAL-PROJECTED
           WRITE PROJECTION-REPORT-REC
           MOVE SPACES TO PROJECTION-REPORT-REC
           MOVE "PROJECTED GROSS" TO PR-LABEL
           MOVE WS-TOTAL-GROSS TO PR-PROJECTED
           WRITE PROJECTION-REPORT-REC
           MOVE SPACES TO PROJECTION-REPORT-REC
           MOVE "PROJECTED ER TAX" TO PR-LABEL
           MOVE WS-TOTAL-ER-TAX TO PR-PROJECTED
           WRITE PROJECTION-REPORT-REC
           MOVE SPACES TO PROJECTION-REPORT-REC
           MOVE "PROJECTED DEDUCTIONS" TO PR-LABEL
           MOVE WS-TOTAL-DED TO PR-PROJECTED
           WRITE PROJECTION-REPORT-REC
           MOVE SPACES TO PROJECTION-REPORT-REC
           MOVE "PROJECTED ER BENEFIT" TO PR-LABEL
           MOVE WS-TOTAL-ER-BEN TO PR-PROJECTED
           WRITE PROJECTION-REPORT-REC
           MOVE SPACES TO PROJECTION-REPORT-REC
           MOVE "EMPLOYEES PROJECTED" TO PR-LABEL
           MOVE WS-EMP-PROJECTED TO PR-PROJECTED
           WRITE PROJECTION-REPORT-REC.
       700-EXIT.
           EXIT.
      ***************************************************************
      *  The unpaid periods on the schedule that end inside the
      *  horizon.
      ***************************************************************
       900-LOAD-SCHEDULE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-SCHEDULE-FILE
           PERFORM UNTIL EOF
               READ PAY-SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF NOT SC-PAID
                               AND SC-PERIOD-END NOT > WS-THROUGH-DATE
                           IF WS-SCH-COUNT = 500
                               DISPLAY "PAYSCHEDULE.DAT EXCEEDS THE "
                                   "WORK TABLE - PROJECTION REFUSED"
                               MOVE 16 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-SCH-COUNT
                           MOVE SC-CYCLE TO WS-SCH-CYCLE (WS-SCH-COUNT)
                           MOVE SC-PERIOD-END
                               TO WS-SCH-PERIOD-END (WS-SCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-SCHEDULE-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF WS-SCH-COUNT = ZERO
               DISPLAY "NO UNPAID PERIODS ON THE SCHEDULE THROUGH "
                   WS-THROUGH-DATE
           END-IF.
       900-EXIT.
           EXIT.
      ***************************************************************
      *  The employer tax rate, with PAYROLL's fallback when none is
      *  on file.
      ***************************************************************
       910-LOAD-EMPLOYER-RATE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EMPLOYER-TAX-FILE
           READ EMPLOYER-TAX-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF NOT EOF AND ET-RATE NOT = ZERO
               MOVE ET-RATE TO WS-ER-TAX-RATE
           END-IF
           CLOSE EMPLOYER-TAX-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       910-EXIT.
           EXIT.
      ***************************************************************
      *  The deduction codes and every employee's elections.
      ***************************************************************
       920-LOAD-DEDUCTIONS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DEDUCTION-MASTER-FILE
           PERFORM UNTIL EOF
               READ DEDUCTION-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-DED-COUNT < 50
                           ADD 1 TO WS-DED-COUNT
                           MOVE DM-CODE TO WS-DM-CODE (WS-DED-COUNT)
                           MOVE DM-METHOD
                               TO WS-DM-METHOD (WS-DED-COUNT)
                           MOVE DM-AMOUNT
                               TO WS-DM-AMOUNT (WS-DED-COUNT)
                           MOVE DM-ER-METHOD
                               TO WS-DM-ER-METHOD (WS-DED-COUNT)
                           MOVE DM-ER-MATCH-PCT
                               TO WS-DM-ER-MATCH-PCT (WS-DED-COUNT)
                           MOVE DM-ER-CAP-PCT
                               TO WS-DM-ER-CAP-PCT (WS-DED-COUNT)
                           MOVE DM-ER-FLAT-AMT
                               TO WS-DM-ER-FLAT-AMT (WS-DED-COUNT)
                           MOVE DM-ER-EXP-ACCT
                               TO WS-DM-ER-EXP-ACCT (WS-DED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-MASTER-FILE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DEDUCTION-ELECT-FILE
           PERFORM UNTIL EOF
               READ DEDUCTION-ELECT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-ELECT-COUNT = 1000
                           DISPLAY "DEDELECT.DAT EXCEEDS THE WORK "
                               "TABLE - PROJECTION REFUSED"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-ELECT-COUNT
                       MOVE DE-SSNO TO WS-DE-SSNO (WS-ELECT-COUNT)
                       MOVE DE-CODE TO WS-DE-CODE (WS-ELECT-COUNT)
                       MOVE DE-OVERRIDE-AMT
                           TO WS-DE-OVERRIDE-AMT (WS-ELECT-COUNT)
                       MOVE DE-GOAL-AMT
                           TO WS-DE-GOAL-AMT (WS-ELECT-COUNT)
                       MOVE DE-COLLECTED
                           TO WS-DE-COLLECTED (WS-ELECT-COUNT)
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-ELECT-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       920-EXIT.
           EXIT.
      ***************************************************************
      *  Every employee's default labor distribution.
      ***************************************************************
       930-LOAD-LABOR-DIST.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LABOR-DIST-FILE
           PERFORM UNTIL EOF
               READ LABOR-DIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-LD-COUNT = 1000
                           DISPLAY "LABORDIST.DAT EXCEEDS THE WORK "
                               "TABLE - PROJECTION REFUSED"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-LD-COUNT
                       MOVE LD-SSNO TO WS-LD-SSNO (WS-LD-COUNT)
                       MOVE LD-EXP-ACCT TO WS-LD-ACCT (WS-LD-COUNT)
                       MOVE LD-PERCENT TO WS-LD-PCT (WS-LD-COUNT)
               END-READ
           END-PERFORM
           CLOSE LABOR-DIST-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       930-EXIT.
           EXIT.
