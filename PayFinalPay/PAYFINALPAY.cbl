       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYFINALPAY.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Final pay for a terminated employee.  A regular run stops
      * paying an employee once the termination date has passed, so
      * what they are still owed - wages from the end of the last
      * period they were paid for through the termination date, and
      * the unused vacation balance - was being worked out by hand.
      * This screen (level 2 or better) works it out:
      *
      *   - the last period paid is the latest paid period on the
      *     schedule for the employee's cycle that their own regular
      *     pay history covers, or the day before hire when they
      *     were never paid;
      *   - a salaried employee is paid NEW-SALARY prorated by the
      *     days from that period end through the termination date
      *     over the length of the period that follows it;
      *   - an hourly employee is paid from the timecards for
      *     periods after it, time-and-a-half over forty worked
      *     hours on a card and leave hours at straight time, the
      *     way PAYROLL pays them;
      *   - the vacation balance, less any vacation hours on those
      *     timecards, is paid out at the hourly rate (NEW-SALARY
      *     over the standard hours of the cycle for salaried).
      *
      * The amounts are queued on PAYOFFCYCLE.DAT as an F (final
      * wages) payment against the employee's expense account,
      * withheld through the regular brackets, and a V (leave
      * payout) payment against the leave payout account on the
      * payroll control, withheld at the supplemental rate.  The
      * next off-cycle PAYROLL run pays them through the normal
      * check and deposit path with their own stub, zeroes the
      * leave balances, and closes the employee's deduction
      * elections.  Payroll chooses here whether that run also
      * recovers what is still owed on the employee's goal
      * deductions (flag R); the recovery never takes a check below
      * zero.  The timecards used are taken off TIMECARD.DAT so the
      * next regular run cannot pay them again - run this before
      * the regular run that closes the period they fall in.
      *
      * An employee whose final pay is already queued or already
      * paid (an F or V row on the pay history) is refused.
      *
      *   Input :  C:\COBOL\NEWEMP2.DAT
      *            C:\COBOL\PAYHIST.DAT
      *            C:\COBOL\PAYSCHEDULE.DAT
      *            C:\COBOL\DEDELECT.DAT
      *            C:\COBOL\PAYCONTROL.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *   File  :  C:\COBOL\TIMECARD.DAT (used cards removed)
      *   Output:  C:\COBOL\PAYOFFCYCLE.DAT (payments appended)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-PAYROLL-FILE
                 ASSIGN TO UT-SYS-EMPFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS NEW-SSNO.
           SELECT CGL-COA-MASTER-FILE
                 ASSIGN TO UT-SYS-COA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.
           SELECT OPTIONAL PAY-CONTROL-FILE
                 ASSIGN TO UT-SYS-PAY-CONTROL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE
                 ASSIGN TO UT-SYS-PAY-HISTORY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-SCHEDULE-FILE
                 ASSIGN TO UT-SYS-PAY-SCHEDULE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TIMECARD-FILE
                 ASSIGN TO UT-SYS-TIMECARD-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-ELECT-FILE
                 ASSIGN TO UT-SYS-DED-ELECT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OFF-CYCLE-FILE
                 ASSIGN TO UT-SYS-OFF-CYCLE-FILE
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

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 63 CHARACTERS.
       01 CGL-COA-MSTR-REC.
          05  CGLC-MSTR-NO                PIC 9(4).
          05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
          05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
          05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
              88  MSTR-ACCT-ACTIVE        VALUE "A".
          05  CGLC-MSTR-ACCT-TYPE         PIC X.
          05  CGLC-MSTR-DESCRIPTION       PIC X(30).
          05  CGLC-MSTR-EFF-DATE          PIC 9(8).
          05  CGLC-MSTR-PEND-STATUS       PIC X.

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
          05  PCT-LEAVE-PAYOUT-ACCT                PIC 9(4).

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

       FD PAY-SCHEDULE-FILE
          RECORD CONTAINS 10 CHARACTERS.
       01 PAY-SCHEDULE-REC.
          05  SC-CYCLE                             PIC X.
          05  SC-PERIOD-END                        PIC 9(8).
          05  SC-PAID-FLAG                         PIC X.
              88  SC-PAID                   VALUE "P".

       FD TIMECARD-FILE
          RECORD CONTAINS 26 CHARACTERS.
       01 TIMECARD-REC.
          05  TC-SSNO                              PIC 9(9).
          05  TC-PERIOD-END                        PIC 9(8).
          05  TC-HOURS                             PIC 9(3)V9.
          05  TC-HOURS-TYPE                        PIC X.
          05  TC-EXP-ACCT                          PIC 9(4).

       FD DEDUCTION-ELECT-FILE
          RECORD CONTAINS 37 CHARACTERS.
       01 DEDUCTION-ELECT-REC.
          05  DE-SSNO                              PIC 9(9).
          05  DE-CODE                              PIC X(3).
          05  DE-OVERRIDE-AMT                      PIC 9(5)V99.
          05  DE-GOAL-AMT                          PIC 9(7)V99.
          05  DE-COLLECTED                         PIC 9(7)V99.

      *    SAME LAYOUT PAYROLL'S OFF-CYCLE RUN READS.
       FD OFF-CYCLE-FILE
          RECORD CONTAINS 23 CHARACTERS.
       01 OFF-CYCLE-REC.
          05  OC-SSNO                              PIC 9(9).
          05  OC-AMOUNT                            PIC 9(5)V99.
          05  OC-EARN-TYPE                         PIC X.
              88  OC-FINAL-PAY              VALUE "F" "V".
          05  OC-EXP-ACCT                          PIC 9(4).
          05  OC-TAX-METHOD                        PIC X.
          05  OC-DED-FLAG                          PIC X.

       WORKING-STORAGE SECTION.
      *    PARAMETER AREA FOR THE SHARED SIGN-ON SUBPROGRAM - SEE
      *    OPERSIGNON FOR THE AGING, LOCKOUT, AND LOGGING RULES.
       01  SIGNON-PARMS.
           05  SGN-PROGRAM-NAME            PIC X(12).
           05  SGN-UNATTENDED              PIC X.
           05  SGN-OPERATOR-ID             PIC X(8).
           05  SGN-PASSWORD                PIC X(8).
           05  SGN-AUTH-LEVEL              PIC 9.
           05  SGN-OK                      PIC X.
       01  WS-FILENAMES.
           05  UT-SYS-EMPFILE                      PIC X(50)
                                   VALUE "C:\COBOL\NEWEMP2.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-PAY-CONTROL-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYCONTROL.DAT".
           05  UT-SYS-PAY-HISTORY-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYHIST.DAT".
           05  UT-SYS-PAY-SCHEDULE-FILE            PIC X(50)
                                   VALUE "C:\COBOL\PAYSCHEDULE.DAT".
           05  UT-SYS-TIMECARD-FILE                PIC X(50)
                                   VALUE "C:\COBOL\TIMECARD.DAT".
           05  UT-SYS-DED-ELECT-FILE               PIC X(50)
                                   VALUE "C:\COBOL\DEDELECT.DAT".
           05  UT-SYS-OFF-CYCLE-FILE               PIC X(50)
                                   VALUE "C:\COBOL\PAYOFFCYCLE.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-WANT-RECOVER                     PIC X
                                            VALUE 'N'.
               88  WANT-RECOVER              VALUE 'Y' 'y'.
           05  WS-WANT-QUEUE                       PIC X
                                            VALUE 'N'.
               88  WANT-QUEUE                VALUE 'Y' 'y'.
           05  WS-ALREADY-FINAL                    PIC X
                                            VALUE 'N'.
               88  ALREADY-FINAL             VALUE 'Y'.
           05  WS-ACCT-OK                          PIC X
                                            VALUE 'N'.
               88  ACCT-OK                   VALUE 'Y'.
      *    REAL-CALENDAR EDIT AS EVERY OTHER KEYED DATE.
       01  WS-DATE-EDIT-AREA.
           05  WS-EDIT-DATE                        PIC 9(8).
           05  WS-EDIT-DATE-R REDEFINES WS-EDIT-DATE.
               10  WS-ED-YEAR                      PIC 9(4).
               10  WS-ED-MONTH                     PIC 99.
               10  WS-ED-DAY                       PIC 99.
           05  WS-MONTH-DAYS-TABLE.
               10 PIC X(24) VALUE "312831303130313130313031".
           05  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
               10  WS-MONTH-DAYS OCCURS 12 TIMES  PIC 99.
           05  WS-MAX-DAY                          PIC 99.
           05  WS-LEAP-REM                         PIC 9(4).
           05  WS-DATE-OK                          PIC X
                                            VALUE 'N'.
               88  DATE-OK                   VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-FINAL-SSNO                           PIC 9(9).
       01  WS-LEAVE-PAYOUT-ACCT                    PIC 9(4)
                                            VALUE ZERO.
       01  WS-CHECK-ACCT                           PIC 9(4).
      *    WHERE THE UNPAID STRETCH STARTS: THE END OF THE LAST
      *    PERIOD PAID, AS A DATE AND AS A DAY NUMBER, AND THE
      *    LENGTH OF THE PERIOD THAT FOLLOWS IT.
       01  WS-PERIOD-AREA.
           05  WS-CYCLE                            PIC X.
           05  WS-LAST-PAY-DATE                    PIC 9(8).
           05  WS-LAST-END-DATE                    PIC 9(8).
           05  WS-NEXT-END-DATE                    PIC 9(8).
           05  WS-LAST-END-DAY                     PIC 9(7).
           05  WS-TERM-DAY                         PIC 9(7).
           05  WS-UNPAID-DAYS                      PIC S9(5).
           05  WS-PERIOD-DAYS                      PIC 9(3).
           05  WS-STD-HOURS                        PIC 9(3)V99.
      *    THE FINAL-PAY FIGURES.
       01  WS-FINAL-AREA.
           05  WS-FINAL-WAGES                      PIC S9(7)V99.
           05  WS-WORKED-HOURS                     PIC 9(5)V9.
           05  WS-OT-HOURS                         PIC 9(5)V9.
           05  WS-LEAVE-HOURS                      PIC 9(5)V9.
           05  WS-VAC-TAKEN                        PIC 9(5)V9.
           05  WS-CARD-HOURS                       PIC 9(3)V9.
           05  WS-PAYOUT-HOURS                     PIC S9(5)V99.
           05  WS-PAYOUT-RATE                      PIC 9(5)V9999.
           05  WS-LEAVE-PAYOUT                     PIC S9(7)V99.
           05  WS-GOAL-OWED                        PIC S9(7)V99.
           05  WS-FINAL-TOTAL                      PIC S9(7)V99.
           05  WS-DED-FLAG                         PIC X.
       01  WS-SHOW-AREA.
           05  WS-SHOW-AMOUNT                      PIC Z,ZZZ,ZZ9.99-.
           05  WS-SHOW-HOURS                       PIC ZZ,ZZ9.99-.
           05  WS-SHOW-DAYS                        PIC ZZZZ9-.
      *    EVERY TIMECARD ON FILE - THE FILE IS WRITTEN BACK WITHOUT
      *    THE CARDS THIS FINAL PAY USES.
       01  WS-TIMECARD-TABLE.
           05  WS-TC-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-TC-USED-COUNT                    PIC 9(4)
                                            VALUE ZERO.
           05  WS-TC-ENTRY OCCURS 1000 TIMES.
               10  WS-TC-SSNO                      PIC 9(9).
               10  WS-TC-PERIOD-END                PIC 9(8).
               10  WS-TC-HOURS                     PIC 9(3)V9.
               10  WS-TC-TYPE                      PIC X.
               10  WS-TC-EXP-ACCT                  PIC 9(4).
               10  WS-TC-USED                      PIC X.
       01  WS-TC-SUB                               PIC 9(4).

       PROCEDURE DIVISION.
      *************************************************************
      *  Sign on, pick the employee, work out what they are owed,
      *  and queue it for the off-cycle run.
      *************************************************************
       100-MAIN.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
      *    FINAL PAY MOVES MONEY - LEVEL 2 OR BETTER.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR FINAL PAY"
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 150-LOAD-CONTROL THRU 150-EXIT.
           DISPLAY "SSN OF TERMINATED EMPLOYEE: "
           ACCEPT WS-FINAL-SSNO
           PERFORM 200-READ-EMPLOYEE THRU 200-EXIT.
           PERFORM 250-CHECK-ALREADY-FINAL THRU 250-EXIT.
           IF ALREADY-FINAL
               DISPLAY "FINAL PAY FOR " WS-FINAL-SSNO
                   " IS ALREADY QUEUED OR PAID"
               GOBACK
           END-IF
           PERFORM 300-FIND-LAST-PAID THRU 300-EXIT.
           PERFORM 400-COMPUTE-WAGES THRU 400-EXIT.
           PERFORM 500-COMPUTE-LEAVE-PAYOUT THRU 500-EXIT.
           PERFORM 550-TOTAL-GOALS-OWED THRU 550-EXIT.
           PERFORM 600-SHOW-BREAKDOWN THRU 600-EXIT.
           IF WS-FINAL-WAGES NOT > ZERO AND WS-LEAVE-PAYOUT NOT > ZERO
               DISPLAY "NOTHING OWED - NO FINAL PAY QUEUED"
               GOBACK
           END-IF
           PERFORM 650-CHECK-ACCOUNTS THRU 650-EXIT.
           MOVE "N" TO WS-DED-FLAG
           IF WS-GOAL-OWED > ZERO
               DISPLAY "RECOVER OUTSTANDING DEDUCTION BALANCES FROM "
                   "THE FINAL PAY? (Y/N): "
               ACCEPT WS-WANT-RECOVER
               IF WANT-RECOVER
                   MOVE "R" TO WS-DED-FLAG
               END-IF
           END-IF
           DISPLAY "QUEUE THIS FINAL PAY FOR THE NEXT OFF-CYCLE "
               "RUN? (Y/N): "
           ACCEPT WS-WANT-QUEUE
           IF NOT WANT-QUEUE
               DISPLAY "FINAL PAY NOT QUEUED"
               GOBACK
           END-IF
           PERFORM 700-QUEUE-PAYMENTS THRU 700-EXIT.
           IF WS-TC-USED-COUNT > ZERO
               PERFORM 750-CONSUME-TIMECARDS THRU 750-EXIT
           END-IF
           DISPLAY "FINAL PAY FOR " WS-FINAL-SSNO
               " QUEUED FOR THE NEXT OFF-CYCLE RUN".
           CLOSE NEW-PAYROLL-FILE.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "PAYFINALPAY" TO SGN-PROGRAM-NAME
           MOVE "N" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTH-LEVEL TO WS-AUTH-LEVEL
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      ***************************************************************
      *   The leave payout account off the payroll control.
      ***************************************************************
       150-LOAD-CONTROL.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-CONTROL-FILE
           READ PAY-CONTROL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF NOT EOF
                   AND PCT-LEAVE-PAYOUT-ACCT IS NUMERIC
               MOVE PCT-LEAVE-PAYOUT-ACCT TO WS-LEAVE-PAYOUT-ACCT
           END-IF
           CLOSE PAY-CONTROL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       150-EXIT.
           EXIT.
      ***************************************************************
      *   The employee must be on file, terminated, and terminated
      *   on a real date no later than today.  The master stays open
      *   so the record is in hand for the rest of the run.
      ***************************************************************
       200-READ-EMPLOYEE.
           OPEN INPUT NEW-PAYROLL-FILE
           MOVE WS-FINAL-SSNO TO NEW-SSNO
           READ NEW-PAYROLL-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-FINAL-SSNO " NOT ON FILE"
                   CLOSE NEW-PAYROLL-FILE
                   GOBACK
           END-READ
           DISPLAY "EMPLOYEE  . . . . . . " NEW-NAME
           IF NEW-EMP-STATUS NOT = "T"
               DISPLAY "EMPLOYEE IS NOT TERMINATED - NO FINAL PAY"
               GOBACK
           END-IF
           MOVE 'N' TO WS-DATE-OK
           IF NEW-TERM-DATE IS NUMERIC
               MOVE NEW-TERM-DATE TO WS-EDIT-DATE
               PERFORM 210-VALIDATE-DATE THRU 210-EXIT
           END-IF
           IF NOT DATE-OK
               DISPLAY "TERMINATION DATE " NEW-TERM-DATE
                   " IS NOT A VALID DATE"
               GOBACK
           END-IF
           IF NEW-TERM-DATE > WS-TODAY-DATE
               DISPLAY "TERMINATION DATE " NEW-TERM-DATE
                   " IS STILL AHEAD - THE REGULAR RUN PAYS UNTIL THEN"
               GOBACK
           END-IF.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   The same real-calendar edit PAYROLL gives a period end:
      *   valid month, valid day for the month with the full
      *   4/100/400 leap rule.
      ***************************************************************
       210-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-ED-YEAR < 1601
               GO TO 210-EXIT
           END-IF
           IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
               GO TO 210-EXIT
           END-IF
           MOVE WS-MONTH-DAYS (WS-ED-MONTH) TO WS-MAX-DAY
           IF WS-ED-MONTH = 2
               COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-ED-YEAR, 4)
               IF WS-LEAP-REM = ZERO
                   COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-ED-YEAR, 100)
                   IF WS-LEAP-REM NOT = ZERO
                       MOVE 29 TO WS-MAX-DAY
                   ELSE
                       COMPUTE WS-LEAP-REM =
                           FUNCTION MOD(WS-ED-YEAR, 400)
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-MAX-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ED-DAY < 1 OR WS-ED-DAY > WS-MAX-DAY
               GO TO 210-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-OK.
       210-EXIT.
           EXIT.
      ***************************************************************
      *   Refuse a second final pay: one already waiting on the
      *   off-cycle file, or one already paid onto the history.  The
      *   same pass picks up the last regular pay date.
      ***************************************************************
       250-CHECK-ALREADY-FINAL.
           MOVE 'N' TO WS-ALREADY-FINAL
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT OFF-CYCLE-FILE
           PERFORM UNTIL EOF
               READ OFF-CYCLE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF OC-SSNO = WS-FINAL-SSNO AND OC-FINAL-PAY
                           MOVE 'Y' TO WS-ALREADY-FINAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OFF-CYCLE-FILE
           MOVE ZERO TO WS-LAST-PAY-DATE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM UNTIL EOF
               READ PAY-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PH-SSNO = WS-FINAL-SSNO AND PH-PAY-ROW
                           IF PH-JUR-CODE = "F" OR PH-JUR-CODE = "V"
                               MOVE 'Y' TO WS-ALREADY-FINAL
                           END-IF
                           IF PH-JUR-CODE = SPACES
                                   AND PH-PAY-DATE > WS-LAST-PAY-DATE
                               MOVE PH-PAY-DATE TO WS-LAST-PAY-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       250-EXIT.
           EXIT.
      ***************************************************************
      *   Find the end of the last period the employee was paid for
      *   and the length of the period after it.  A record with no
      *   cycle code is treated as biweekly.
      ***************************************************************
       300-FIND-LAST-PAID.
           MOVE NEW-PAY-CYCLE TO WS-CYCLE
           IF WS-CYCLE = SPACE
               MOVE "B" TO WS-CYCLE
           END-IF
           EVALUATE WS-CYCLE
               WHEN "W"
                   MOVE 7 TO WS-PERIOD-DAYS
                   MOVE 40 TO WS-STD-HOURS
               WHEN "M"
                   MOVE 30 TO WS-PERIOD-DAYS
                   MOVE 173.33 TO WS-STD-HOURS
               WHEN OTHER
                   MOVE 14 TO WS-PERIOD-DAYS
                   MOVE 80 TO WS-STD-HOURS
           END-EVALUATE
           MOVE FUNCTION INTEGER-OF-DATE (NEW-TERM-DATE)
               TO WS-TERM-DAY
      *    NEVER PAID - EVERYTHING FROM THE HIRE DATE IS OWED.
           IF WS-LAST-PAY-DATE = ZERO
               MOVE 'N' TO WS-DATE-OK
               IF NEW-HIRE-DATE IS NUMERIC
                   MOVE NEW-HIRE-DATE TO WS-EDIT-DATE
                   PERFORM 210-VALIDATE-DATE THRU 210-EXIT
               END-IF
               IF NOT DATE-OK
                   DISPLAY "NO PAY HISTORY AND HIRE DATE "
                       NEW-HIRE-DATE " IS NOT A VALID DATE"
                   GOBACK
               END-IF
               COMPUTE WS-LAST-END-DAY =
                   FUNCTION INTEGER-OF-DATE (NEW-HIRE-DATE) - 1
               MOVE FUNCTION DATE-OF-INTEGER (WS-LAST-END-DAY)
                   TO WS-LAST-END-DATE
               PERFORM 320-FIND-NEXT-PERIOD THRU 320-EXIT
               GO TO 300-EXIT
           END-IF
      *    THE LATEST PAID PERIOD BEFORE THE TERMINATION THAT THE
      *    EMPLOYEE'S OWN HISTORY SHOWS THEM PAID FOR - A PERIOD A RUN
      *    CLOSED AFTER THEY LEFT WAS NOT PAID TO THEM.
           MOVE ZERO TO WS-LAST-END-DATE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-SCHEDULE-FILE
           PERFORM UNTIL EOF
               READ PAY-SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF SC-CYCLE = WS-CYCLE AND SC-PAID
                               AND SC-PERIOD-END < NEW-TERM-DATE
                               AND SC-PERIOD-END NOT > WS-LAST-PAY-DATE
                               AND SC-PERIOD-END > WS-LAST-END-DATE
                           MOVE SC-PERIOD-END TO WS-LAST-END-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-SCHEDULE-FILE
           MOVE 'N' TO WS-END-OF-FILE
      *    PAID BEFORE THERE WAS A SCHEDULE - THE LAST PAY DATE IS
      *    THE BEST THERE IS.
           IF WS-LAST-END-DATE = ZERO
               MOVE WS-LAST-PAY-DATE TO WS-LAST-END-DATE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE (WS-LAST-END-DATE)
               TO WS-LAST-END-DAY
           PERFORM 320-FIND-NEXT-PERIOD THRU 320-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   The period after the last one paid, off the schedule, for
      *   the proration.  No such period keeps the cycle's default.
      ***************************************************************
       320-FIND-NEXT-PERIOD.
           MOVE 99999999 TO WS-NEXT-END-DATE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-SCHEDULE-FILE
           PERFORM UNTIL EOF
               READ PAY-SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF SC-CYCLE = WS-CYCLE
                               AND SC-PERIOD-END > WS-LAST-END-DATE
                               AND SC-PERIOD-END < WS-NEXT-END-DATE
                           MOVE SC-PERIOD-END TO WS-NEXT-END-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-SCHEDULE-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF WS-NEXT-END-DATE NOT = 99999999
               COMPUTE WS-PERIOD-DAYS =
                   FUNCTION INTEGER-OF-DATE (WS-NEXT-END-DATE)
                   - WS-LAST-END-DAY
           END-IF.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   Wages owed since the last period paid.  Every timecard is
      *   loaded; the employee's cards for later periods are marked
      *   used.  Hourly wages come from those cards, salaried wages
      *   from the prorated salary - a salaried employee's cards only
      *   matter for the vacation they took.
      ***************************************************************
       400-COMPUTE-WAGES.
           MOVE ZERO TO WS-FINAL-WAGES
           MOVE ZERO TO WS-WORKED-HOURS
           MOVE ZERO TO WS-OT-HOURS
           MOVE ZERO TO WS-LEAVE-HOURS
           MOVE ZERO TO WS-VAC-TAKEN
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TIMECARD-FILE
           PERFORM UNTIL EOF
               READ TIMECARD-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 410-TAKE-TIMECARD THRU 410-EXIT
               END-READ
           END-PERFORM
           CLOSE TIMECARD-FILE
           MOVE 'N' TO WS-END-OF-FILE
           COMPUTE WS-UNPAID-DAYS = WS-TERM-DAY - WS-LAST-END-DAY
           IF NEW-PAY-TYPE = "H"
               COMPUTE WS-FINAL-WAGES ROUNDED = NEW-HOURLY-RATE *
                   (WS-WORKED-HOURS + WS-LEAVE-HOURS
                    + WS-OT-HOURS * 1.5)
           ELSE
               IF WS-UNPAID-DAYS > ZERO
                   COMPUTE WS-FINAL-WAGES ROUNDED =
                       NEW-SALARY * WS-UNPAID-DAYS / WS-PERIOD-DAYS
               END-IF
           END-IF.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   One timecard into the table, counted toward the final pay
      *   when it is the employee's and falls after the last period
      *   paid.  Overtime is figured per card, as PAYROLL does.
      ***************************************************************
       410-TAKE-TIMECARD.
      *    THE FILE IS WRITTEN BACK FROM THIS TABLE - ONE THAT HAS
      *    OUTGROWN IT MUST STOP HERE, NOT LOSE CARDS ON THE REWRITE.
           IF WS-TC-COUNT = 1000
               DISPLAY "TIMECARD.DAT EXCEEDS THE WORK TABLE - "
                   "FINAL PAY REFUSED"
               CLOSE TIMECARD-FILE
               GOBACK
           END-IF
           ADD 1 TO WS-TC-COUNT
           MOVE TC-SSNO TO WS-TC-SSNO (WS-TC-COUNT)
           MOVE TC-PERIOD-END TO WS-TC-PERIOD-END (WS-TC-COUNT)
           MOVE TC-HOURS TO WS-TC-HOURS (WS-TC-COUNT)
           MOVE TC-HOURS-TYPE TO WS-TC-TYPE (WS-TC-COUNT)
           MOVE TC-EXP-ACCT TO WS-TC-EXP-ACCT (WS-TC-COUNT)
           MOVE 'N' TO WS-TC-USED (WS-TC-COUNT)
           IF TC-SSNO NOT = WS-FINAL-SSNO
                   OR TC-PERIOD-END NOT > WS-LAST-END-DATE
               GO TO 410-EXIT
           END-IF
           MOVE 'Y' TO WS-TC-USED (WS-TC-COUNT)
           ADD 1 TO WS-TC-USED-COUNT
           MOVE TC-HOURS TO WS-CARD-HOURS
           EVALUATE TC-HOURS-TYPE
               WHEN "V"
                   ADD WS-CARD-HOURS TO WS-VAC-TAKEN
                   ADD WS-CARD-HOURS TO WS-LEAVE-HOURS
               WHEN "S"
                   ADD WS-CARD-HOURS TO WS-LEAVE-HOURS
               WHEN OTHER
                   IF WS-CARD-HOURS > 40
                       ADD 40 TO WS-WORKED-HOURS
                       COMPUTE WS-OT-HOURS =
                           WS-OT-HOURS + WS-CARD-HOURS - 40
                   ELSE
                       ADD WS-CARD-HOURS TO WS-WORKED-HOURS
                   END-IF
           END-EVALUATE.
       410-EXIT.
           EXIT.
      ***************************************************************
      *   Pay out what is left of the vacation balance after the
      *   vacation on the final timecards.
      ***************************************************************
       500-COMPUTE-LEAVE-PAYOUT.
           MOVE ZERO TO WS-LEAVE-PAYOUT
           COMPUTE WS-PAYOUT-HOURS = NEW-VAC-BALANCE - WS-VAC-TAKEN
           IF WS-PAYOUT-HOURS NOT > ZERO
               MOVE ZERO TO WS-PAYOUT-HOURS
               GO TO 500-EXIT
           END-IF
           IF NEW-PAY-TYPE = "H"
               MOVE NEW-HOURLY-RATE TO WS-PAYOUT-RATE
           ELSE
               COMPUTE WS-PAYOUT-RATE ROUNDED =
                   NEW-SALARY / WS-STD-HOURS
           END-IF
           COMPUTE WS-LEAVE-PAYOUT ROUNDED =
               WS-PAYOUT-HOURS * WS-PAYOUT-RATE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   What is still owed on the employee's goal deductions - a
      *   loan or advance the final pay may recover.
      ***************************************************************
       550-TOTAL-GOALS-OWED.
           MOVE ZERO TO WS-GOAL-OWED
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT DEDUCTION-ELECT-FILE
           PERFORM UNTIL EOF
               READ DEDUCTION-ELECT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF DE-SSNO = WS-FINAL-SSNO
                               AND DE-GOAL-AMT > DE-COLLECTED
                           COMPUTE WS-GOAL-OWED = WS-GOAL-OWED
                               + DE-GOAL-AMT - DE-COLLECTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEDUCTION-ELECT-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       550-EXIT.
           EXIT.
      ***************************************************************
      *   Show payroll how the final pay was worked out.
      ***************************************************************
       600-SHOW-BREAKDOWN.
           DISPLAY "TERMINATION DATE  . . " NEW-TERM-DATE
           DISPLAY "LAST PERIOD PAID THRU " WS-LAST-END-DATE
           IF NEW-PAY-TYPE = "H"
               MOVE WS-WORKED-HOURS TO WS-SHOW-HOURS
               DISPLAY "HOURS WORKED  . . . . " WS-SHOW-HOURS
               MOVE WS-OT-HOURS TO WS-SHOW-HOURS
               DISPLAY "OVERTIME HOURS  . . . " WS-SHOW-HOURS
               MOVE WS-LEAVE-HOURS TO WS-SHOW-HOURS
               DISPLAY "LEAVE HOURS . . . . . " WS-SHOW-HOURS
           ELSE
               MOVE WS-UNPAID-DAYS TO WS-SHOW-DAYS
               DISPLAY "UNPAID DAYS . . . . . " WS-SHOW-DAYS
                   " OF " WS-PERIOD-DAYS
           END-IF
           MOVE WS-FINAL-WAGES TO WS-SHOW-AMOUNT
           DISPLAY "FINAL WAGES . . . . . " WS-SHOW-AMOUNT
           MOVE WS-PAYOUT-HOURS TO WS-SHOW-HOURS
           DISPLAY "VACATION HOURS PAID . " WS-SHOW-HOURS
           MOVE WS-LEAVE-PAYOUT TO WS-SHOW-AMOUNT
           DISPLAY "LEAVE PAYOUT  . . . . " WS-SHOW-AMOUNT
           COMPUTE WS-FINAL-TOTAL = WS-FINAL-WAGES + WS-LEAVE-PAYOUT
           MOVE WS-FINAL-TOTAL TO WS-SHOW-AMOUNT
           DISPLAY "TOTAL GROSS . . . . . " WS-SHOW-AMOUNT
           MOVE WS-GOAL-OWED TO WS-SHOW-AMOUNT
           DISPLAY "DEDUCTION BAL OWED  . " WS-SHOW-AMOUNT.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   The off-cycle run refuses every payment if one carries a
      *   bad account or an amount too big for one payment, so catch
      *   both here before anything is queued.
      ***************************************************************
       650-CHECK-ACCOUNTS.
           IF WS-FINAL-WAGES > 99999.99 OR WS-LEAVE-PAYOUT > 99999.99
               DISPLAY "AMOUNT TOO LARGE FOR ONE PAYMENT - "
                   "FINAL PAY REFUSED"
               GOBACK
           END-IF
           OPEN INPUT CGL-COA-MASTER-FILE
           IF WS-FINAL-WAGES > ZERO
               MOVE NEW-EXP-ACCT TO WS-CHECK-ACCT
               PERFORM 660-CHECK-ONE-ACCOUNT THRU 660-EXIT
           END-IF
           IF WS-LEAVE-PAYOUT > ZERO
               IF WS-LEAVE-PAYOUT-ACCT = ZERO
                   DISPLAY "NO LEAVE PAYOUT ACCOUNT ON THE PAYROLL "
                       "CONTROL - SET IT IN PAYCTLMAINT"
                   CLOSE CGL-COA-MASTER-FILE
                   GOBACK
               END-IF
               MOVE WS-LEAVE-PAYOUT-ACCT TO WS-CHECK-ACCT
               PERFORM 660-CHECK-ONE-ACCOUNT THRU 660-EXIT
           END-IF
           CLOSE CGL-COA-MASTER-FILE.
       650-EXIT.
           EXIT.
      ***************************************************************
      *   One keyed account check: on file, active, an expense.
      ***************************************************************
       660-CHECK-ONE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK
           MOVE WS-CHECK-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF MSTR-ACCT-ACTIVE
                           AND CGLC-MSTR-ACCT-TYPE = "E"
                       MOVE 'Y' TO WS-ACCT-OK
                   END-IF
           END-READ
           IF NOT ACCT-OK
               DISPLAY "ACCOUNT " WS-CHECK-ACCT " IS NOT AN ACTIVE "
                   "EXPENSE ACCOUNT - FINAL PAY REFUSED"
               CLOSE CGL-COA-MASTER-FILE
               GOBACK
           END-IF.
       660-EXIT.
           EXIT.
      ***************************************************************
      *   Append the payments for the off-cycle run.  Wages go
      *   through the regular brackets; the leave payout is
      *   supplemental.  A recovery rides on both, so what one check
      *   cannot cover the other can.
      ***************************************************************
       700-QUEUE-PAYMENTS.
           OPEN EXTEND OFF-CYCLE-FILE
           IF WS-FINAL-WAGES > ZERO
               MOVE WS-FINAL-SSNO TO OC-SSNO
               MOVE WS-FINAL-WAGES TO OC-AMOUNT
               MOVE "F" TO OC-EARN-TYPE
               MOVE NEW-EXP-ACCT TO OC-EXP-ACCT
               MOVE "R" TO OC-TAX-METHOD
               MOVE WS-DED-FLAG TO OC-DED-FLAG
               WRITE OFF-CYCLE-REC
           END-IF
           IF WS-LEAVE-PAYOUT > ZERO
               MOVE WS-FINAL-SSNO TO OC-SSNO
               MOVE WS-LEAVE-PAYOUT TO OC-AMOUNT
               MOVE "V" TO OC-EARN-TYPE
               MOVE WS-LEAVE-PAYOUT-ACCT TO OC-EXP-ACCT
               MOVE "S" TO OC-TAX-METHOD
               MOVE WS-DED-FLAG TO OC-DED-FLAG
               WRITE OFF-CYCLE-REC
           END-IF
           CLOSE OFF-CYCLE-FILE.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Write the timecards back without the ones this final pay
      *   used, so the next regular run cannot pay them again.
      ***************************************************************
       750-CONSUME-TIMECARDS.
           OPEN OUTPUT TIMECARD-FILE
           PERFORM VARYING WS-TC-SUB FROM 1 BY 1
                   UNTIL WS-TC-SUB > WS-TC-COUNT
               IF WS-TC-USED (WS-TC-SUB) NOT = 'Y'
                   MOVE WS-TC-SSNO (WS-TC-SUB) TO TC-SSNO
                   MOVE WS-TC-PERIOD-END (WS-TC-SUB)
                       TO TC-PERIOD-END
                   MOVE WS-TC-HOURS (WS-TC-SUB) TO TC-HOURS
                   MOVE WS-TC-TYPE (WS-TC-SUB) TO TC-HOURS-TYPE
                   MOVE WS-TC-EXP-ACCT (WS-TC-SUB) TO TC-EXP-ACCT
                   WRITE TIMECARD-REC
               END-IF
           END-PERFORM
           CLOSE TIMECARD-FILE.
       750-EXIT.
           EXIT.
