       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYDEPOSITRPT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Payroll tax deposit schedule and quarterly reconciliation.
      * Given a year, every pay run's tax liabilities are rebuilt
      * from the pay history the way PAYTAXDEPOSIT computes them -
      * the federal share of the withholding, the employer's matching
      * tax, and each state and locality's withholding - and dated
      * against the deposit schedule on PAYCONTROL.DAT: a monthly
      * depositor owes by the 15th of the month after the pay date, a
      * semiweekly depositor by the Wednesday after a Wednesday-to-
      * Friday pay date or the Friday after any other.  State and
      * local deposits are held to the same schedule.
      *
      * Each run's liability line shows what is due, the due date,
      * and what PAYTAXDEP.DAT shows deposited and when.  A run not
      * deposited in full by its due date is flagged PAST DUE, one
      * deposited after it LATE, and either sets return code 4 so
      * the batch stream shows it.
      *
      * Each quarter's deposits are then reconciled, liability by
      * liability, to the quarter's liability from the pay history.
      * The withholding lines total to the same quarter withholding
      * PAYQTRSUMMARY reports for the filing, and any liability not
      * deposited to the penny is flagged and sets return code 4.
      *
      *   Input  :  C:\COBOL\PAYHIST.DAT
      *             C:\COBOL\PAYTAXDEP.DAT
      *             C:\COBOL\PAYCONTROL.DAT
      *             C:\COBOL\EMPLOYERTAX.DAT
      *   Output :  C:\COBOL\PAYDEPOSITRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-HISTORY-FILE
                 ASSIGN TO UT-SYS-PAY-HISTORY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-DEPOSIT-FILE
                 ASSIGN TO UT-SYS-TAX-DEPOSIT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-CONTROL-FILE
                 ASSIGN TO UT-SYS-PAY-CONTROL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYER-TAX-FILE
                 ASSIGN TO UT-SYS-EMPLOYER-TAX-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-REPORT-FILE
                 ASSIGN TO UT-SYS-DEPOSIT-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
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
              88  PH-PAY-ROW                 VALUE SPACE.
          05  PH-JUR-CODE                          PIC X(4).

      *    SAME LAYOUT PAYTAXDEPOSIT WRITES.
       FD TAX-DEPOSIT-FILE
          RECORD CONTAINS 67 CHARACTERS.
       01 TAX-DEPOSIT-REC.
          05  TD-LIAB-TYPE                         PIC X.
          05  TD-LIAB-CODE                         PIC X(4).
          05  TD-LIAB-ACCT                         PIC 9(4).
          05  TD-PAY-DATE                          PIC 9(8).
          05  TD-AMOUNT                            PIC S9(7)V99.
          05  TD-DEPOSIT-DATE                      PIC 9(8).
          05  TD-CONFIRM-NO                        PIC X(20).
          05  TD-OPERATOR-ID                       PIC X(8).
          05  TD-ENTRY-NO                          PIC 9(5).

       FD PAY-CONTROL-FILE
          RECORD CONTAINS 32 CHARACTERS.
       01 PAY-CONTROL-REC.
          05  PCT-CASH-ACCT                        PIC 9(4).
          05  PCT-WITHHOLDING-ACCT                 PIC 9(4).
          05  PCT-ALLOWANCE-AMT                    PIC 9(3)V99.
          05  PCT-WITHHOLD-RATE                    PIC V999.
          05  PCT-ER-TAX-EXP-ACCT                  PIC 9(4).
          05  PCT-ER-TAX-PAYABLE-ACCT              PIC 9(4).
          05  PCT-DEPOSIT-SCHEDULE                 PIC X.
          05  PCT-SUPP-RATE                        PIC V999.
      *    EXPENSE ACCOUNT CHARGED WITH A FINAL LEAVE PAYOUT.
          05  PCT-LEAVE-PAYOUT-ACCT                PIC 9(4).

       FD EMPLOYER-TAX-FILE
          RECORD CONTAINS 4 CHARACTERS.
       01 EMPLOYER-TAX-REC.
          05  ET-RATE                              PIC V9(4).

       FD DEPOSIT-REPORT-FILE
          RECORD CONTAINS 98 CHARACTERS.
       01 DEPOSIT-REPORT-REC.
          05  DR-LABEL                             PIC X(20).
          05  FILLER                               PIC X.
          05  DR-LIABILITY                         PIC X(14).
          05  FILLER                               PIC X.
          05  DR-AMOUNT                            PIC -(7)9.99.
          05  FILLER                               PIC X.
          05  DR-DUE-DATE                          PIC X(8).
          05  FILLER                               PIC X.
          05  DR-DEPOSITED                         PIC -(7)9.99.
          05  FILLER                               PIC X.
          05  DR-DEPOSIT-DATE                      PIC X(8).
          05  FILLER                               PIC X.
          05  DR-STATUS                            PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-PAY-HISTORY-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYHIST.DAT".
           05  UT-SYS-TAX-DEPOSIT-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYTAXDEP.DAT".
           05  UT-SYS-PAY-CONTROL-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYCONTROL.DAT".
           05  UT-SYS-EMPLOYER-TAX-FILE            PIC X(50)
                                   VALUE "C:\COBOL\EMPLOYERTAX.DAT".
           05  UT-SYS-DEPOSIT-REPORT-FILE          PIC X(50)
                                   VALUE "C:\COBOL\PAYDEPOSITRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-REPORT-YEAR                          PIC 9(4).
      *    M MONTHLY OR S SEMIWEEKLY, FROM THE PAYROLL CONTROL - A
      *    MISSING CONTROL OR A BLANK SCHEDULE IS MONTHLY.
       01  WS-DEPOSIT-SCHEDULE                     PIC X
                                            VALUE "M".
           88  SEMIWEEKLY-DEPOSITOR          VALUE "S".
       01  WS-ER-TAX-RATE                          PIC V9(4)
                                            VALUE .0765.
       01  WS-ER-TAX                               PIC S9(5)V99.
      *    EACH RUN'S LIABILITIES - ONE ENTRY PER PAY DATE PER
      *    LIABILITY (F FEDERAL WITHHOLDING, E EMPLOYER TAX, S OR L
      *    WITH ITS CODE), WITH WHAT WAS DEPOSITED AGAINST IT.
       01  WS-LIAB-TABLE.
           05  WS-LIAB-COUNT                       PIC 9(4)
                                            VALUE ZERO.
           05  WS-LIAB-ENTRY OCCURS 1000 TIMES.
               10  WS-LB-PAY-DATE                  PIC 9(8).
               10  WS-LB-TYPE                      PIC X.
               10  WS-LB-CODE                      PIC X(4).
               10  WS-LB-AMOUNT                    PIC S9(7)V99.
               10  WS-LB-DUE-DATE                  PIC 9(8).
               10  WS-LB-DEPOSITED                 PIC S9(7)V99.
               10  WS-LB-DEPOSIT-DATE              PIC 9(8).
       01  WS-LIAB-SUB                             PIC 9(4).
       01  WS-LIAB-FOUND-SUB                       PIC 9(4).
      *    THE KEY BEING LOOKED UP OR ADDED.
       01  WS-FIND-KEY.
           05  WS-FIND-PAY-DATE                    PIC 9(8).
           05  WS-FIND-TYPE                        PIC X.
           05  WS-FIND-CODE                        PIC X(4).
      *    PER-QUARTER LIABILITY AND DEPOSITS, LIABILITY BY
      *    LIABILITY.
       01  WS-QTR-TABLE.
           05  WS-QTR-COUNT                        PIC 9(3)
                                            VALUE ZERO.
           05  WS-QTR-ENTRY OCCURS 200 TIMES.
               10  WS-QT-QTR                       PIC 9.
               10  WS-QT-TYPE                      PIC X.
               10  WS-QT-CODE                      PIC X(4).
               10  WS-QT-LIABILITY                 PIC S9(9)V99.
               10  WS-QT-DEPOSITED                 PIC S9(9)V99.
       01  WS-QTR-SUB                              PIC 9(3).
       01  WS-QTR-FOUND-SUB                        PIC 9(3).
       01  WS-QTR-NO                               PIC 9.
       01  WS-QTR-WITHHOLDING                      PIC S9(9)V99.
      *    DUE-DATE ARITHMETIC.
       01  WS-DATE-WORK.
           05  WS-CALC-DATE                        PIC 9(8).
           05  WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
               10  WS-CD-YEAR                      PIC 9(4).
               10  WS-CD-MONTH                     PIC 99.
               10  WS-CD-DAY                       PIC 99.
           05  WS-DAY-INTEGER                      PIC 9(7).
           05  WS-WEEKDAY                          PIC 9.
           05  WS-DAYS-TO-DUE                      PIC 9.
       01  WS-ROW-MONTH                            PIC 99.
       01  WS-COUNTS.
           05  WS-PAST-DUE-COUNT                   PIC 9(5)
                                            VALUE ZERO.
           05  WS-LATE-COUNT                       PIC 9(5)
                                            VALUE ZERO.
           05  WS-UNRECONCILED-COUNT               PIC 9(5)
                                            VALUE ZERO.
       01  WS-EDIT-LABEL                           PIC X(20).
       01  WS-EDIT-LIABILITY                       PIC X(14).

       PROCEDURE DIVISION.
      *************************************************************
      *  Ask for the year, rebuild the runs' liabilities, apply the
      *  deposits, and write the schedule and the reconciliation.
      *************************************************************
       100-MAIN.
           DISPLAY "ENTER REPORT YEAR (YYYY): "
           ACCEPT WS-REPORT-YEAR
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 900-LOAD-PAY-CONTROL THRU 900-EXIT.
           PERFORM 910-LOAD-EMPLOYER-RATE THRU 910-EXIT.
           PERFORM 200-BUILD-LIABILITIES THRU 200-EXIT.
           PERFORM 300-APPLY-DEPOSITS THRU 300-EXIT.
           OPEN OUTPUT DEPOSIT-REPORT-FILE
           PERFORM 400-WRITE-SCHEDULE THRU 400-EXIT.
           PERFORM 500-RECONCILE-QUARTERS THRU 500-EXIT.
           CLOSE DEPOSIT-REPORT-FILE
           IF WS-PAST-DUE-COUNT > ZERO OR WS-LATE-COUNT > ZERO
                   OR WS-UNRECONCILED-COUNT > ZERO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "DEPOSIT SCHEDULE COMPLETE - " WS-PAST-DUE-COUNT
               " PAST DUE, " WS-LATE-COUNT " LATE, "
               WS-UNRECONCILED-COUNT " QUARTER LINES UNRECONCILED".
           GOBACK.
      ***************************************************************
      *  Rebuild each run's liabilities for the year off the pay
      *  history: a pay row adds its withholding to the federal
      *  share and the employer tax on its gross (rounded per
      *  employee as PAYROLL accrues it); a state or local row adds
      *  to its own jurisdiction and comes back out of the federal
      *  share.
      ***************************************************************
       200-BUILD-LIABILITIES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM UNTIL EOF
               READ PAY-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PH-PAY-DATE (1:4) = WS-REPORT-YEAR
                           PERFORM 210-FOLD-HISTORY-ROW THRU 210-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One history row into its run's liabilities.
      ***************************************************************
       210-FOLD-HISTORY-ROW.
           MOVE PH-PAY-DATE TO WS-FIND-PAY-DATE
           MOVE "F" TO WS-FIND-TYPE
           MOVE SPACES TO WS-FIND-CODE
           PERFORM 250-FIND-LIABILITY THRU 250-EXIT
           IF WS-LIAB-FOUND-SUB = ZERO
               GO TO 210-EXIT
           END-IF
           IF PH-PAY-ROW
               ADD PH-WITHHOLDING TO WS-LB-AMOUNT (WS-LIAB-FOUND-SUB)
               COMPUTE WS-ER-TAX ROUNDED = PH-GROSS * WS-ER-TAX-RATE
               MOVE "E" TO WS-FIND-TYPE
               PERFORM 250-FIND-LIABILITY THRU 250-EXIT
               IF WS-LIAB-FOUND-SUB NOT = ZERO
                   ADD WS-ER-TAX TO WS-LB-AMOUNT (WS-LIAB-FOUND-SUB)
               END-IF
               GO TO 210-EXIT
           END-IF
           SUBTRACT PH-WITHHOLDING
               FROM WS-LB-AMOUNT (WS-LIAB-FOUND-SUB)
           MOVE PH-JUR-TYPE TO WS-FIND-TYPE
           MOVE PH-JUR-CODE TO WS-FIND-CODE
           PERFORM 250-FIND-LIABILITY THRU 250-EXIT
           IF WS-LIAB-FOUND-SUB NOT = ZERO
               ADD PH-WITHHOLDING TO WS-LB-AMOUNT (WS-LIAB-FOUND-SUB)
           END-IF.
       210-EXIT.
           EXIT.
      ***************************************************************
      *  Find-or-add the run liability named by WS-FIND-KEY.  A new
      *  one gets its due date off the deposit schedule.
      ***************************************************************
       250-FIND-LIABILITY.
           MOVE ZERO TO WS-LIAB-FOUND-SUB
           PERFORM VARYING WS-LIAB-SUB FROM 1 BY 1
                   UNTIL WS-LIAB-SUB > WS-LIAB-COUNT
               IF WS-LB-PAY-DATE (WS-LIAB-SUB) = WS-FIND-PAY-DATE
                       AND WS-LB-TYPE (WS-LIAB-SUB) = WS-FIND-TYPE
                       AND WS-LB-CODE (WS-LIAB-SUB) = WS-FIND-CODE
                   MOVE WS-LIAB-SUB TO WS-LIAB-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-LIAB-FOUND-SUB NOT = ZERO
               GO TO 250-EXIT
           END-IF
           IF WS-LIAB-COUNT NOT < 1000
               DISPLAY "MORE THAN 1000 RUN LIABILITIES - "
                   WS-FIND-PAY-DATE " " WS-FIND-TYPE " NOT REPORTED"
               MOVE 16 TO RETURN-CODE
               GO TO 250-EXIT
           END-IF
           ADD 1 TO WS-LIAB-COUNT
           MOVE WS-LIAB-COUNT TO WS-LIAB-FOUND-SUB
           MOVE WS-FIND-PAY-DATE TO WS-LB-PAY-DATE (WS-LIAB-FOUND-SUB)
           MOVE WS-FIND-TYPE TO WS-LB-TYPE (WS-LIAB-FOUND-SUB)
           MOVE WS-FIND-CODE TO WS-LB-CODE (WS-LIAB-FOUND-SUB)
           MOVE ZERO TO WS-LB-AMOUNT (WS-LIAB-FOUND-SUB)
           MOVE ZERO TO WS-LB-DEPOSITED (WS-LIAB-FOUND-SUB)
           MOVE ZERO TO WS-LB-DEPOSIT-DATE (WS-LIAB-FOUND-SUB)
           MOVE WS-FIND-PAY-DATE TO WS-CALC-DATE
           PERFORM 260-COMPUTE-DUE-DATE THRU 260-EXIT
           MOVE WS-CALC-DATE TO WS-LB-DUE-DATE (WS-LIAB-FOUND-SUB).
       250-EXIT.
           EXIT.
      ***************************************************************
      *  The deposit due date for the pay date in WS-CALC-DATE.
      *  Monthly: the 15th of the following month.  Semiweekly: a
      *  Wednesday, Thursday, or Friday pay date is due the next
      *  Wednesday, any other the next Friday.  Day 1 of the integer
      *  calendar (1 January 1601) is a Monday, so the day number
      *  MOD 7 runs 1 Monday through 6 Saturday, 0 Sunday.
      ***************************************************************
       260-COMPUTE-DUE-DATE.
           IF NOT SEMIWEEKLY-DEPOSITOR
               IF WS-CD-MONTH = 12
                   ADD 1 TO WS-CD-YEAR
                   MOVE 1 TO WS-CD-MONTH
               ELSE
                   ADD 1 TO WS-CD-MONTH
               END-IF
               MOVE 15 TO WS-CD-DAY
               GO TO 260-EXIT
           END-IF
           COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE
               (WS-CALC-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD (WS-DAY-INTEGER, 7)
           EVALUATE WS-WEEKDAY
               WHEN 3 MOVE 7 TO WS-DAYS-TO-DUE
               WHEN 4 MOVE 6 TO WS-DAYS-TO-DUE
               WHEN 5 MOVE 5 TO WS-DAYS-TO-DUE
               WHEN 6 MOVE 6 TO WS-DAYS-TO-DUE
               WHEN 0 MOVE 5 TO WS-DAYS-TO-DUE
               WHEN 1 MOVE 4 TO WS-DAYS-TO-DUE
               WHEN OTHER MOVE 3 TO WS-DAYS-TO-DUE
           END-EVALUATE
           COMPUTE WS-CALC-DATE = FUNCTION DATE-OF-INTEGER
               (WS-DAY-INTEGER + WS-DAYS-TO-DUE).
       260-EXIT.
           EXIT.
      ***************************************************************
      *  Apply the year's deposit rows to their run liabilities.  A
      *  deposit for a run with no history row left (a liability
      *  deposited that the history no longer shows) is added with
      *  a zero liability so the difference still shows.
      ***************************************************************
       300-APPLY-DEPOSITS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TAX-DEPOSIT-FILE
           PERFORM UNTIL EOF
               READ TAX-DEPOSIT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF TD-PAY-DATE (1:4) = WS-REPORT-YEAR
                           PERFORM 310-APPLY-DEPOSIT-ROW THRU 310-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-DEPOSIT-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One deposit row - the latest deposit date is the one the
      *  run's liability was finally paid on.
      ***************************************************************
       310-APPLY-DEPOSIT-ROW.
           MOVE TD-PAY-DATE TO WS-FIND-PAY-DATE
           MOVE TD-LIAB-TYPE TO WS-FIND-TYPE
           MOVE TD-LIAB-CODE TO WS-FIND-CODE
           PERFORM 250-FIND-LIABILITY THRU 250-EXIT
           IF WS-LIAB-FOUND-SUB = ZERO
               GO TO 310-EXIT
           END-IF
           ADD TD-AMOUNT TO WS-LB-DEPOSITED (WS-LIAB-FOUND-SUB)
           IF TD-DEPOSIT-DATE > WS-LB-DEPOSIT-DATE (WS-LIAB-FOUND-SUB)
               MOVE TD-DEPOSIT-DATE
                   TO WS-LB-DEPOSIT-DATE (WS-LIAB-FOUND-SUB)
           END-IF.
       310-EXIT.
           EXIT.
      ***************************************************************
      *  One line per run liability with its deposit status.  Runs
      *  arrive in pay-date order because the history is appended a
      *  run at a time.
      ***************************************************************
       400-WRITE-SCHEDULE.
           MOVE SPACES TO DEPOSIT-REPORT-REC
           MOVE "PAY RUN" TO DR-LABEL
           MOVE "LIABILITY" TO DR-LIABILITY
           MOVE "DUE DATE" TO DR-DUE-DATE
           MOVE "PAID ON" TO DR-DEPOSIT-DATE
           MOVE "STATUS" TO DR-STATUS
           WRITE DEPOSIT-REPORT-REC
           PERFORM VARYING WS-LIAB-SUB FROM 1 BY 1
                   UNTIL WS-LIAB-SUB > WS-LIAB-COUNT
               PERFORM 410-WRITE-RUN-LIABILITY THRU 410-EXIT
           END-PERFORM.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  One run liability.  Paid in full on or before the due date
      *  is DEPOSITED; after it, LATE; still short once the due date
      *  has passed, PAST DUE; short but not yet due, OPEN.
      ***************************************************************
       410-WRITE-RUN-LIABILITY.
           MOVE SPACES TO DEPOSIT-REPORT-REC
           MOVE SPACES TO WS-EDIT-LABEL
           STRING "RUN " WS-LB-PAY-DATE (WS-LIAB-SUB)
               DELIMITED BY SIZE INTO WS-EDIT-LABEL
           MOVE WS-EDIT-LABEL TO DR-LABEL
           MOVE WS-LB-TYPE (WS-LIAB-SUB) TO WS-FIND-TYPE
           MOVE WS-LB-CODE (WS-LIAB-SUB) TO WS-FIND-CODE
           PERFORM 450-LIABILITY-LABEL THRU 450-EXIT
           MOVE WS-EDIT-LIABILITY TO DR-LIABILITY
           MOVE WS-LB-AMOUNT (WS-LIAB-SUB) TO DR-AMOUNT
           MOVE WS-LB-DUE-DATE (WS-LIAB-SUB) TO DR-DUE-DATE
           MOVE WS-LB-DEPOSITED (WS-LIAB-SUB) TO DR-DEPOSITED
           IF WS-LB-DEPOSIT-DATE (WS-LIAB-SUB) NOT = ZERO
               MOVE WS-LB-DEPOSIT-DATE (WS-LIAB-SUB)
                   TO DR-DEPOSIT-DATE
           END-IF
           IF WS-LB-DEPOSITED (WS-LIAB-SUB)
                   NOT < WS-LB-AMOUNT (WS-LIAB-SUB)
               IF WS-LB-DEPOSIT-DATE (WS-LIAB-SUB)
                       > WS-LB-DUE-DATE (WS-LIAB-SUB)
                   MOVE "*** LATE ***" TO DR-STATUS
                   ADD 1 TO WS-LATE-COUNT
               ELSE
                   MOVE "DEPOSITED" TO DR-STATUS
               END-IF
           ELSE
               IF WS-TODAY-DATE > WS-LB-DUE-DATE (WS-LIAB-SUB)
                   MOVE "*** PAST DUE ***" TO DR-STATUS
                   ADD 1 TO WS-PAST-DUE-COUNT
               ELSE
                   MOVE "OPEN" TO DR-STATUS
               END-IF
           END-IF
           WRITE DEPOSIT-REPORT-REC
           PERFORM 420-FOLD-QUARTER THRU 420-EXIT.
       410-EXIT.
           EXIT.
      ***************************************************************
      *  Find-or-add the run liability's quarter and liability in
      *  the quarter table and add its liability and deposits.
      ***************************************************************
       420-FOLD-QUARTER.
           MOVE WS-LB-PAY-DATE (WS-LIAB-SUB) (5:2) TO WS-ROW-MONTH
           COMPUTE WS-QTR-NO = (WS-ROW-MONTH - 1) / 3 + 1
           MOVE ZERO TO WS-QTR-FOUND-SUB
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > WS-QTR-COUNT
               IF WS-QT-QTR (WS-QTR-SUB) = WS-QTR-NO
                       AND WS-QT-TYPE (WS-QTR-SUB)
                           = WS-LB-TYPE (WS-LIAB-SUB)
                       AND WS-QT-CODE (WS-QTR-SUB)
                           = WS-LB-CODE (WS-LIAB-SUB)
                   MOVE WS-QTR-SUB TO WS-QTR-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-QTR-FOUND-SUB = ZERO
               IF WS-QTR-COUNT NOT < 200
                   DISPLAY "MORE THAN 200 QUARTER LIABILITIES - "
                       WS-LB-CODE (WS-LIAB-SUB) " NOT RECONCILED"
                   MOVE 16 TO RETURN-CODE
                   GO TO 420-EXIT
               END-IF
               ADD 1 TO WS-QTR-COUNT
               MOVE WS-QTR-COUNT TO WS-QTR-FOUND-SUB
               MOVE WS-QTR-NO TO WS-QT-QTR (WS-QTR-FOUND-SUB)
               MOVE WS-LB-TYPE (WS-LIAB-SUB)
                   TO WS-QT-TYPE (WS-QTR-FOUND-SUB)
               MOVE WS-LB-CODE (WS-LIAB-SUB)
                   TO WS-QT-CODE (WS-QTR-FOUND-SUB)
               MOVE ZERO TO WS-QT-LIABILITY (WS-QTR-FOUND-SUB)
               MOVE ZERO TO WS-QT-DEPOSITED (WS-QTR-FOUND-SUB)
           END-IF
           ADD WS-LB-AMOUNT (WS-LIAB-SUB)
               TO WS-QT-LIABILITY (WS-QTR-FOUND-SUB)
           ADD WS-LB-DEPOSITED (WS-LIAB-SUB)
               TO WS-QT-DEPOSITED (WS-QTR-FOUND-SUB).
       420-EXIT.
           EXIT.
      ***************************************************************
      *  Printable name of the liability in WS-FIND-TYPE/CODE.
      ***************************************************************
       450-LIABILITY-LABEL.
           MOVE SPACES TO WS-EDIT-LIABILITY
           EVALUATE WS-FIND-TYPE
               WHEN "F"
                   MOVE "FEDERAL WH" TO WS-EDIT-LIABILITY
               WHEN "E"
                   MOVE "EMPLOYER TAX" TO WS-EDIT-LIABILITY
               WHEN "S"
                   STRING "STATE " WS-FIND-CODE
                       DELIMITED BY SIZE INTO WS-EDIT-LIABILITY
               WHEN OTHER
                   STRING "LOCAL " WS-FIND-CODE
                       DELIMITED BY SIZE INTO WS-EDIT-LIABILITY
           END-EVALUATE.
       450-EXIT.
           EXIT.
      ***************************************************************
      *  Each quarter's deposits against its liability, then the
      *  quarter's withholding - federal, state, and local together,
      *  the figure PAYQTRSUMMARY files - for the tie-out.
      ***************************************************************
       500-RECONCILE-QUARTERS.
           MOVE SPACES TO DEPOSIT-REPORT-REC
           WRITE DEPOSIT-REPORT-REC
           MOVE "QUARTER" TO DR-LABEL
           MOVE "LIABILITY" TO DR-LIABILITY
           MOVE "STATUS" TO DR-STATUS
           WRITE DEPOSIT-REPORT-REC
           PERFORM VARYING WS-QTR-NO FROM 1 BY 1
                   UNTIL WS-QTR-NO > 4
               PERFORM 510-RECONCILE-QUARTER THRU 510-EXIT
           END-PERFORM.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  One quarter's liability lines and its withholding total.
      *  A quarter with no runs writes nothing.
      ***************************************************************
       510-RECONCILE-QUARTER.
           MOVE ZERO TO WS-QTR-WITHHOLDING
           MOVE ZERO TO WS-QTR-FOUND-SUB
           MOVE SPACES TO WS-EDIT-LABEL
           STRING "Q" WS-QTR-NO " " WS-REPORT-YEAR
               DELIMITED BY SIZE INTO WS-EDIT-LABEL
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1
                   UNTIL WS-QTR-SUB > WS-QTR-COUNT
               IF WS-QT-QTR (WS-QTR-SUB) = WS-QTR-NO
                   MOVE WS-QTR-SUB TO WS-QTR-FOUND-SUB
                   PERFORM 520-WRITE-QUARTER-LINE THRU 520-EXIT
               END-IF
           END-PERFORM
           IF WS-QTR-FOUND-SUB = ZERO
               GO TO 510-EXIT
           END-IF
           MOVE SPACES TO DEPOSIT-REPORT-REC
           MOVE WS-EDIT-LABEL TO DR-LABEL
           MOVE "WITHHOLDING" TO DR-LIABILITY
           MOVE WS-QTR-WITHHOLDING TO DR-AMOUNT
           MOVE "PER PAYQTRSUMMARY" TO DR-STATUS
           WRITE DEPOSIT-REPORT-REC.
       510-EXIT.
           EXIT.
      ***************************************************************
      *  One liability's quarter line.
      ***************************************************************
       520-WRITE-QUARTER-LINE.
           MOVE SPACES TO DEPOSIT-REPORT-REC
           MOVE WS-EDIT-LABEL TO DR-LABEL
           MOVE WS-QT-TYPE (WS-QTR-SUB) TO WS-FIND-TYPE
           MOVE WS-QT-CODE (WS-QTR-SUB) TO WS-FIND-CODE
           PERFORM 450-LIABILITY-LABEL THRU 450-EXIT
           MOVE WS-EDIT-LIABILITY TO DR-LIABILITY
           MOVE WS-QT-LIABILITY (WS-QTR-SUB) TO DR-AMOUNT
           MOVE WS-QT-DEPOSITED (WS-QTR-SUB) TO DR-DEPOSITED
           IF WS-QT-LIABILITY (WS-QTR-SUB)
                   = WS-QT-DEPOSITED (WS-QTR-SUB)
               MOVE "RECONCILED" TO DR-STATUS
           ELSE
               MOVE "*** DIFFERENCE ***" TO DR-STATUS
               ADD 1 TO WS-UNRECONCILED-COUNT
           END-IF
           WRITE DEPOSIT-REPORT-REC
           IF WS-QT-TYPE (WS-QTR-SUB) NOT = "E"
               ADD WS-QT-LIABILITY (WS-QTR-SUB) TO WS-QTR-WITHHOLDING
           END-IF.
       520-EXIT.
           EXIT.
      *****************************************************************
      *   The deposit schedule off the payroll control.
      *****************************************************************
       900-LOAD-PAY-CONTROL.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-CONTROL-FILE
           READ PAY-CONTROL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF NOT EOF AND PCT-DEPOSIT-SCHEDULE = "S"
               MOVE "S" TO WS-DEPOSIT-SCHEDULE
           END-IF
           CLOSE PAY-CONTROL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   The employer tax rate the runs accrued at.
      *****************************************************************
       910-LOAD-EMPLOYER-RATE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EMPLOYER-TAX-FILE
           READ EMPLOYER-TAX-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF NOT EOF
               MOVE ET-RATE TO WS-ER-TAX-RATE
           END-IF
           CLOSE EMPLOYER-TAX-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       910-EXIT.
           EXIT.
