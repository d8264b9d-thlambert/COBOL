       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LEAVEREQ.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Leave request entry.  Leave used to reach the balances only
      * as vacation or sick hours typed onto a timecard, so a
      * salaried employee's time off went unrecorded and nobody
      * checked a request against the balance until it was already
      * taken.  A request is keyed here with its leave type (V
      * vacation or S sick), first and last day, and hours, and is
      * refused when the hours exceed the balance projected for its
      * start date: the balance on the master, plus the accrual for
      * every unpaid period on the pay schedule ending before the
      * start date and for the period that draws it (the run
      * accrues before it draws), less the leave hours already on
      * the timecards and every other request still pending or
      * approved against the same balance.  A request overlapping
      * another of the employee's requests is refused as well.
      *
      * A request is saved pending.  A supervisor approves or denies
      * it on LEAVEAPPR, and PAYROLL draws an approved request in
      * the first pay period ending on or after its start date.  A
      * pending request may be cancelled here by anyone signed on;
      * one already approved takes a supervisor to cancel, and one
      * PAYROLL has drawn can no longer be cancelled.
      *
      *   File  :  C:\COBOL\LEAVEREQ.DAT
      *   Input :  C:\COBOL\NEWEMP2.DAT
      *            C:\COBOL\PAYSCHEDULE.DAT
      *            C:\COBOL\TIMECARD.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LEAVE-REQUEST-FILE
                 ASSIGN TO UT-SYS-LEAVE-REQUEST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-PAYROLL-FILE
                 ASSIGN TO UT-SYS-EMPFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS NEW-SSNO.
           SELECT OPTIONAL PAY-SCHEDULE-FILE
                 ASSIGN TO UT-SYS-PAY-SCHEDULE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TIMECARD-FILE
                 ASSIGN TO UT-SYS-TIMECARD-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT LEAVEAPPR DECIDES AND PAYROLL DRAWS FROM.
       FD LEAVE-REQUEST-FILE
          RECORD CONTAINS 77 CHARACTERS.
       01 LEAVE-REQUEST-REC.
          05  LR-REQUEST-NO                        PIC 9(6).
          05  LR-SSNO                              PIC 9(9).
          05  LR-LEAVE-TYPE                        PIC X.
          05  LR-START-DATE                        PIC 9(8).
          05  LR-END-DATE                          PIC 9(8).
          05  LR-HOURS                             PIC 9(3)V9.
          05  LR-STATUS                            PIC X.
          05  LR-REQUESTED-BY                      PIC X(8).
          05  LR-REQUEST-DATE                      PIC 9(8).
          05  LR-DECIDED-BY                        PIC X(8).
          05  LR-DECIDED-DATE                      PIC 9(8).
          05  LR-PERIOD-END                        PIC 9(8).

       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
          05  FILLER                               PIC X(5).
          05  NEW-DEPT                             PIC X(4).
          05  FILLER                               PIC X(48).
          05  NEW-EMP-STATUS                       PIC X.
          05  NEW-TERM-DATE                        PIC 9(8).
          05  FILLER                               PIC X(27).
          05  NEW-VAC-ACCRUAL-RATE                 PIC 9V99.
          05  NEW-SICK-ACCRUAL-RATE                PIC 9V99.
          05  NEW-VAC-BALANCE                      PIC S9(3)V99.
          05  NEW-SICK-BALANCE                     PIC S9(3)V99.
          05  FILLER                               PIC X(13).
          05  NEW-PAY-CYCLE                        PIC X.
          05  FILLER                               PIC X(14).

       FD PAY-SCHEDULE-FILE
          RECORD CONTAINS 10 CHARACTERS.
       01 PAY-SCHEDULE-REC.
          05  SC-CYCLE                             PIC X.
          05  SC-PERIOD-END                        PIC 9(8).
          05  SC-PAID-FLAG                         PIC X.

       FD TIMECARD-FILE
          RECORD CONTAINS 26 CHARACTERS.
       01 TIMECARD-REC.
          05  TC-SSNO                              PIC 9(9).
          05  TC-PERIOD-END                        PIC 9(8).
          05  TC-HOURS                             PIC 9(3)V9.
          05  TC-HOURS-TYPE                        PIC X.
          05  TC-EXP-ACCT                          PIC 9(4).

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
           05  UT-SYS-LEAVE-REQUEST-FILE           PIC X(50)
                                   VALUE "C:\COBOL\LEAVEREQ.DAT".
           05  UT-SYS-EMPFILE                      PIC X(50)
                                   VALUE "C:\COBOL\NEWEMP2.DAT".
           05  UT-SYS-PAY-SCHEDULE-FILE            PIC X(50)
                                   VALUE "C:\COBOL\PAYSCHEDULE.DAT".
           05  UT-SYS-TIMECARD-FILE                PIC X(50)
                                   VALUE "C:\COBOL\TIMECARD.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                     PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP                VALUE 'Y'.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-EMP-FOUND                        PIC X
                                            VALUE 'N'.
               88  EMP-FOUND                 VALUE 'Y'.
           05  WS-FIELDS-OK                        PIC X
                                            VALUE 'N'.
               88  FIELDS-OK                 VALUE 'Y'.
           05  WS-TABLE-FULL                       PIC X
                                            VALUE 'N'.
               88  TABLE-FULL                VALUE 'Y'.
       01  WS-MENU-CHOICE                          PIC X.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
      *    EVERY REQUEST ON FILE, RELOADED BEFORE EACH CHANGE AND
      *    WRITTEN BACK WHOLE RIGHT AFTER IT.
       01  WS-LEAVE-REQ-TABLE.
           05  WS-LQ-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-LQ-ENTRY OCCURS 1000 TIMES.
               10  WS-LQ-REC                       PIC X(77).
               10  WS-LQ-FIELDS REDEFINES WS-LQ-REC.
                   15  WS-LQ-REQUEST-NO            PIC 9(6).
                   15  WS-LQ-SSNO                  PIC 9(9).
                   15  WS-LQ-TYPE                  PIC X.
                   15  WS-LQ-START-DATE            PIC 9(8).
                   15  WS-LQ-END-DATE              PIC 9(8).
                   15  WS-LQ-HOURS                 PIC 9(3)V9.
                   15  WS-LQ-STATUS                PIC X.
                   15  WS-LQ-REQUESTED-BY          PIC X(8).
                   15  WS-LQ-REQUEST-DATE          PIC 9(8).
                   15  WS-LQ-DECIDED-BY            PIC X(8).
                   15  WS-LQ-DECIDED-DATE          PIC 9(8).
                   15  WS-LQ-PERIOD-END            PIC 9(8).
       01  WS-LQ-SUB                               PIC 9(4).
       01  WS-LQ-FOUND-SUB                         PIC 9(4).
       01  WS-LAST-REQUEST-NO                      PIC 9(6).
      *    THE UNPAID PERIODS STILL TO ACCRUE, OFF PAYSCHEDULE.DAT.
       01  WS-SCHEDULE-TABLE.
           05  WS-SCH-COUNT                        PIC 9(3)
                                            VALUE ZERO.
           05  WS-SCH-ENTRY OCCURS 200 TIMES.
               10  WS-SCH-CYCLE                    PIC X.
               10  WS-SCH-PERIOD-END               PIC 9(8).
       01  WS-SCH-SUB                              PIC 9(3).
      *    LEAVE HOURS KEYED ON TIMECARDS NOT YET PAID.
       01  WS-TC-LEAVE-TABLE.
           05  WS-TC-COUNT                         PIC 9(3)
                                            VALUE ZERO.
           05  WS-TC-ENTRY OCCURS 200 TIMES.
               10  WS-TC-SSNO                      PIC 9(9).
               10  WS-TC-TYPE                      PIC X.
               10  WS-TC-HOURS                     PIC 9(3)V9.
       01  WS-TC-SUB                               PIC 9(3).
      *    THE REQUEST BEING KEYED OR CHECKED.
       01  WS-REQUEST-WORK.
           05  WS-REQ-NO                           PIC 9(6).
           05  WS-REQ-SSNO                         PIC 9(9).
           05  WS-REQ-TYPE                         PIC X.
               88  REQ-TYPE-VALID            VALUE "V" "S".
           05  WS-REQ-START-DATE                   PIC 9(8).
           05  WS-REQ-END-DATE                     PIC 9(8).
           05  WS-REQ-HOURS                        PIC 9(3)V9.
       01  WS-PROJECTION-WORK.
           05  WS-PROJ-BALANCE                     PIC S9(4)V99.
           05  WS-PROJ-RATE                        PIC 9V99.
           05  WS-PROJ-PERIODS                     PIC 9(3).
       01  WS-DISPLAY-WORK.
           05  WS-EDIT-HOURS                       PIC ZZ9.9.
           05  WS-EDIT-BALANCE                     PIC -ZZZ9.99.
           05  WS-STATUS-TEXT                      PIC X(9).
           05  WS-TYPE-TEXT                        PIC X(8).
      *    KEYED DATE EDIT WORK FIELDS - A REAL CALENDAR DAY, THE
      *    SAME EDIT EVERY OTHER KEYED DATE GETS.
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

       PROCEDURE DIVISION.
      ***************************************************************
      *   Do startup tasks.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           PERFORM 200-PROCESS-MENU THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "LEAVEREQ" TO SGN-PROGRAM-NAME
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
      *   Display the menu and dispatch.
      ***************************************************************
       200-PROCESS-MENU.
           DISPLAY "1. KEY A LEAVE REQUEST"
           DISPLAY "2. CANCEL A REQUEST"
           DISPLAY "3. LIST AN EMPLOYEE'S REQUESTS"
           DISPLAY "4. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-KEY-REQUEST THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-CANCEL-REQUEST THRU 400-EXIT
               WHEN "3"
                   PERFORM 500-LIST-REQUESTS THRU 500-EXIT
               WHEN "4"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Key one request with every edit applied at the keyboard,
      *   then save it pending under the next request number.
      ***************************************************************
       300-KEY-REQUEST.
           PERFORM 800-LOAD-FILES THRU 800-EXIT
           IF TABLE-FULL OR WS-LQ-COUNT = 1000
               DISPLAY "LEAVE REQUEST FILE IS FULL"
               GO TO 300-EXIT
           END-IF
           PERFORM 320-ACCEPT-REQUEST-FIELDS THRU 320-EXIT
           IF NOT FIELDS-OK
               GO TO 300-EXIT
           END-IF
           MOVE ZERO TO WS-REQ-NO
           PERFORM 600-PROJECT-BALANCE THRU 600-EXIT
           MOVE WS-PROJ-BALANCE TO WS-EDIT-BALANCE
           IF WS-REQ-HOURS > WS-PROJ-BALANCE
               DISPLAY "REQUEST EXCEEDS THE PROJECTED "
                   WS-TYPE-TEXT " BALANCE OF " WS-EDIT-BALANCE
                   " - REFUSED"
               GO TO 300-EXIT
           END-IF
           ADD 1 TO WS-LAST-REQUEST-NO
           ADD 1 TO WS-LQ-COUNT
           MOVE SPACES TO LEAVE-REQUEST-REC
           MOVE WS-LAST-REQUEST-NO TO LR-REQUEST-NO
           MOVE WS-REQ-SSNO TO LR-SSNO
           MOVE WS-REQ-TYPE TO LR-LEAVE-TYPE
           MOVE WS-REQ-START-DATE TO LR-START-DATE
           MOVE WS-REQ-END-DATE TO LR-END-DATE
           MOVE WS-REQ-HOURS TO LR-HOURS
           MOVE "P" TO LR-STATUS
           MOVE WS-OPERATOR-ID TO LR-REQUESTED-BY
           MOVE WS-TODAY-DATE TO LR-REQUEST-DATE
           MOVE ZERO TO LR-DECIDED-DATE
           MOVE ZERO TO LR-PERIOD-END
           MOVE LEAVE-REQUEST-REC TO WS-LQ-REC (WS-LQ-COUNT)
           PERFORM 850-REWRITE-REQUESTS THRU 850-EXIT
           DISPLAY "PROJECTED " WS-TYPE-TEXT " BALANCE "
               WS-EDIT-BALANCE
           DISPLAY "REQUEST " LR-REQUEST-NO
               " SAVED - PENDING SUPERVISOR APPROVAL".
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Accept and edit the request: the employee must be on the
      *   master and not gone before the leave starts, the type V
      *   or S, both days real calendar dates in order, the hours
      *   more than zero, and the days clear of the employee's other
      *   requests.
      ***************************************************************
       320-ACCEPT-REQUEST-FIELDS.
           MOVE 'N' TO WS-FIELDS-OK
           DISPLAY "EMPLOYEE SSN: "
           ACCEPT WS-REQ-SSNO
           PERFORM 700-READ-EMPLOYEE THRU 700-EXIT
           IF NOT EMP-FOUND
               DISPLAY "SSN NOT ON THE EMPLOYEE MASTER - REFUSED"
               GO TO 320-EXIT
           END-IF
           DISPLAY "EMPLOYEE: " NEW-NAME "  DEPT " NEW-DEPT
           DISPLAY "TYPE - V VACATION, S SICK: "
           ACCEPT WS-REQ-TYPE
           IF WS-REQ-TYPE = "v"
               MOVE "V" TO WS-REQ-TYPE
           END-IF
           IF WS-REQ-TYPE = "s"
               MOVE "S" TO WS-REQ-TYPE
           END-IF
           IF NOT REQ-TYPE-VALID
               DISPLAY "TYPE MUST BE V OR S - REFUSED"
               GO TO 320-EXIT
           END-IF
           PERFORM 650-TYPE-TEXT THRU 650-EXIT
           DISPLAY "FIRST DAY OF LEAVE (YYYYMMDD): "
           ACCEPT WS-REQ-START-DATE
           MOVE WS-REQ-START-DATE TO WS-EDIT-DATE
           PERFORM 750-VALIDATE-DATE THRU 750-EXIT
           IF NOT DATE-OK
               DISPLAY "INVALID FIRST DAY - REFUSED"
               GO TO 320-EXIT
           END-IF
           DISPLAY "LAST DAY OF LEAVE (YYYYMMDD): "
           ACCEPT WS-REQ-END-DATE
           MOVE WS-REQ-END-DATE TO WS-EDIT-DATE
           PERFORM 750-VALIDATE-DATE THRU 750-EXIT
           IF NOT DATE-OK
               DISPLAY "INVALID LAST DAY - REFUSED"
               GO TO 320-EXIT
           END-IF
           IF WS-REQ-END-DATE < WS-REQ-START-DATE
               DISPLAY "LAST DAY IS BEFORE THE FIRST - REFUSED"
               GO TO 320-EXIT
           END-IF
           IF NEW-EMP-STATUS = "T"
                   AND NEW-TERM-DATE NOT > WS-REQ-START-DATE
               DISPLAY "EMPLOYEE IS TERMINATED BEFORE THE LEAVE "
                   "STARTS - REFUSED"
               GO TO 320-EXIT
           END-IF
           DISPLAY "HOURS (NNN.N): "
           ACCEPT WS-REQ-HOURS
           IF WS-REQ-HOURS = ZERO
               DISPLAY "HOURS MUST BE MORE THAN ZERO - REFUSED"
               GO TO 320-EXIT
           END-IF
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
               IF WS-LQ-SSNO (WS-LQ-SUB) = WS-REQ-SSNO
                       AND (WS-LQ-STATUS (WS-LQ-SUB) = "P"
                         OR WS-LQ-STATUS (WS-LQ-SUB) = "A"
                         OR WS-LQ-STATUS (WS-LQ-SUB) = "T")
                       AND WS-LQ-START-DATE (WS-LQ-SUB)
                           NOT > WS-REQ-END-DATE
                       AND WS-LQ-END-DATE (WS-LQ-SUB)
                           NOT < WS-REQ-START-DATE
                   DISPLAY "DAYS OVERLAP REQUEST "
                       WS-LQ-REQUEST-NO (WS-LQ-SUB) " - REFUSED"
                   GO TO 320-EXIT
               END-IF
           END-PERFORM
           MOVE 'Y' TO WS-FIELDS-OK.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   Cancel a request PAYROLL has not drawn.  Cancelling one a
      *   supervisor has already approved takes a supervisor.
      ***************************************************************
       400-CANCEL-REQUEST.
           PERFORM 800-LOAD-FILES THRU 800-EXIT
           DISPLAY "REQUEST NUMBER: "
           ACCEPT WS-REQ-NO
           PERFORM 660-FIND-REQUEST THRU 660-EXIT
           IF WS-LQ-FOUND-SUB = ZERO
               DISPLAY "REQUEST IS NOT ON FILE"
               GO TO 400-EXIT
           END-IF
           MOVE WS-LQ-REC (WS-LQ-FOUND-SUB) TO LEAVE-REQUEST-REC
           IF LR-STATUS NOT = "P" AND LR-STATUS NOT = "A"
               PERFORM 640-STATUS-TEXT THRU 640-EXIT
               DISPLAY "REQUEST IS " WS-STATUS-TEXT
                   " - CANNOT BE CANCELLED"
               GO TO 400-EXIT
           END-IF
           IF LR-STATUS = "A" AND WS-AUTH-LEVEL < 3
               DISPLAY "REQUEST IS APPROVED - SUPERVISOR SIGN-ON "
                   "REQUIRED TO CANCEL"
               GO TO 400-EXIT
           END-IF
           MOVE "C" TO LR-STATUS
           MOVE WS-OPERATOR-ID TO LR-DECIDED-BY
           MOVE WS-TODAY-DATE TO LR-DECIDED-DATE
           MOVE LEAVE-REQUEST-REC TO WS-LQ-REC (WS-LQ-FOUND-SUB)
           PERFORM 850-REWRITE-REQUESTS THRU 850-EXIT
           DISPLAY "REQUEST " LR-REQUEST-NO " CANCELLED".
       400-EXIT.
           EXIT.
      ***************************************************************
      *   List every request on file for one employee with the
      *   vacation and sick balances projected for today.
      ***************************************************************
       500-LIST-REQUESTS.
           PERFORM 800-LOAD-FILES THRU 800-EXIT
           DISPLAY "EMPLOYEE SSN: "
           ACCEPT WS-REQ-SSNO
           PERFORM 700-READ-EMPLOYEE THRU 700-EXIT
           IF NOT EMP-FOUND
               DISPLAY "SSN NOT ON THE EMPLOYEE MASTER"
               GO TO 500-EXIT
           END-IF
           DISPLAY "EMPLOYEE: " NEW-NAME "  DEPT " NEW-DEPT
           DISPLAY "REQ NO TYPE     FIRST DAY LAST DAY   HOURS STATUS"
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
               IF WS-LQ-SSNO (WS-LQ-SUB) = WS-REQ-SSNO
                   MOVE WS-LQ-REC (WS-LQ-SUB) TO LEAVE-REQUEST-REC
                   MOVE LR-LEAVE-TYPE TO WS-REQ-TYPE
                   PERFORM 650-TYPE-TEXT THRU 650-EXIT
                   PERFORM 640-STATUS-TEXT THRU 640-EXIT
                   MOVE LR-HOURS TO WS-EDIT-HOURS
                   DISPLAY LR-REQUEST-NO " " WS-TYPE-TEXT " "
                       LR-START-DATE "  " LR-END-DATE " "
                       WS-EDIT-HOURS " " WS-STATUS-TEXT
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-REQ-NO
           MOVE WS-TODAY-DATE TO WS-REQ-START-DATE
           MOVE "V" TO WS-REQ-TYPE
           PERFORM 600-PROJECT-BALANCE THRU 600-EXIT
           MOVE WS-PROJ-BALANCE TO WS-EDIT-BALANCE
           DISPLAY "VACATION AVAILABLE NOW . . " WS-EDIT-BALANCE
           MOVE "S" TO WS-REQ-TYPE
           PERFORM 600-PROJECT-BALANCE THRU 600-EXIT
           MOVE WS-PROJ-BALANCE TO WS-EDIT-BALANCE
           DISPLAY "SICK AVAILABLE NOW. . . . . " WS-EDIT-BALANCE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   The balance the request would draw on at its start date:
      *   the master balance, plus the accrual for each unpaid
      *   period of the employee's cycle ending before the start
      *   date and for the period that draws it, less the leave on
      *   the unpaid timecards and every other request of the same
      *   type still pending or approved.  An employee with no
      *   cycle code is paid - and accrues - on every cycle.
      ***************************************************************
       600-PROJECT-BALANCE.
           IF WS-REQ-TYPE = "V"
               MOVE NEW-VAC-BALANCE TO WS-PROJ-BALANCE
               MOVE NEW-VAC-ACCRUAL-RATE TO WS-PROJ-RATE
           ELSE
               MOVE NEW-SICK-BALANCE TO WS-PROJ-BALANCE
               MOVE NEW-SICK-ACCRUAL-RATE TO WS-PROJ-RATE
           END-IF
           MOVE 1 TO WS-PROJ-PERIODS
           PERFORM VARYING WS-SCH-SUB FROM 1 BY 1
                   UNTIL WS-SCH-SUB > WS-SCH-COUNT
               IF WS-SCH-PERIOD-END (WS-SCH-SUB) < WS-REQ-START-DATE
                       AND (NEW-PAY-CYCLE = SPACE
                         OR WS-SCH-CYCLE (WS-SCH-SUB) = NEW-PAY-CYCLE)
                   ADD 1 TO WS-PROJ-PERIODS
               END-IF
           END-PERFORM
           COMPUTE WS-PROJ-BALANCE =
               WS-PROJ-BALANCE + (WS-PROJ-RATE * WS-PROJ-PERIODS)
           PERFORM VARYING WS-TC-SUB FROM 1 BY 1
                   UNTIL WS-TC-SUB > WS-TC-COUNT
               IF WS-TC-SSNO (WS-TC-SUB) = NEW-SSNO
                       AND WS-TC-TYPE (WS-TC-SUB) = WS-REQ-TYPE
                   SUBTRACT WS-TC-HOURS (WS-TC-SUB)
                       FROM WS-PROJ-BALANCE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
               IF WS-LQ-SSNO (WS-LQ-SUB) = NEW-SSNO
                       AND WS-LQ-TYPE (WS-LQ-SUB) = WS-REQ-TYPE
                       AND WS-LQ-REQUEST-NO (WS-LQ-SUB)
                           NOT = WS-REQ-NO
                       AND (WS-LQ-STATUS (WS-LQ-SUB) = "P"
                         OR WS-LQ-STATUS (WS-LQ-SUB) = "A")
                   SUBTRACT WS-LQ-HOURS (WS-LQ-SUB)
                       FROM WS-PROJ-BALANCE
               END-IF
           END-PERFORM.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Status code to its word for the screen.
      ***************************************************************
       640-STATUS-TEXT.
           EVALUATE LR-STATUS
               WHEN "P"
                   MOVE "PENDING" TO WS-STATUS-TEXT
               WHEN "A"
                   MOVE "APPROVED" TO WS-STATUS-TEXT
               WHEN "D"
                   MOVE "DENIED" TO WS-STATUS-TEXT
               WHEN "T"
                   MOVE "TAKEN" TO WS-STATUS-TEXT
               WHEN "C"
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-TEXT
           END-EVALUATE.
       640-EXIT.
           EXIT.
      ***************************************************************
      *   Leave type code to its word for the screen.
      ***************************************************************
       650-TYPE-TEXT.
           IF WS-REQ-TYPE = "V"
               MOVE "VACATION" TO WS-TYPE-TEXT
           ELSE
               MOVE "SICK" TO WS-TYPE-TEXT
           END-IF.
       650-EXIT.
           EXIT.
      ***************************************************************
      *   Find a request in the table by its number.
      ***************************************************************
       660-FIND-REQUEST.
           MOVE ZERO TO WS-LQ-FOUND-SUB
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
                      OR WS-LQ-FOUND-SUB NOT = ZERO
               IF WS-LQ-REQUEST-NO (WS-LQ-SUB) = WS-REQ-NO
                   MOVE WS-LQ-SUB TO WS-LQ-FOUND-SUB
               END-IF
           END-PERFORM.
       660-EXIT.
           EXIT.
      ***************************************************************
      *   Read the employee keyed.
      ***************************************************************
       700-READ-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND
           MOVE WS-REQ-SSNO TO NEW-SSNO
           READ NEW-PAYROLL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-EMP-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Real-calendar edit: valid month, valid day for the month
      *   with the full 4/100/400 leap rule.
      ***************************************************************
       750-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
               GO TO 750-EXIT
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
               GO TO 750-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-OK.
       750-EXIT.
           EXIT.
      ***************************************************************
      *   Load the requests, the unpaid schedule periods, and the
      *   leave hours on the timecards fresh - another screen or the
      *   pay run may have changed any of them since the last look.
      ***************************************************************
       800-LOAD-FILES.
           MOVE ZERO TO WS-LQ-COUNT
           MOVE ZERO TO WS-LAST-REQUEST-NO
           MOVE 'N' TO WS-TABLE-FULL
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LEAVE-REQUEST-FILE
           PERFORM UNTIL EOF
               READ LEAVE-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-LQ-COUNT = 1000
                           MOVE 'Y' TO WS-TABLE-FULL
                       ELSE
                           ADD 1 TO WS-LQ-COUNT
                           MOVE LEAVE-REQUEST-REC
                               TO WS-LQ-REC (WS-LQ-COUNT)
                       END-IF
                       IF LR-REQUEST-NO > WS-LAST-REQUEST-NO
                           MOVE LR-REQUEST-NO TO WS-LAST-REQUEST-NO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE
           MOVE ZERO TO WS-SCH-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-SCHEDULE-FILE
           PERFORM UNTIL EOF
               READ PAY-SCHEDULE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF SC-PAID-FLAG NOT = "P"
                               AND WS-SCH-COUNT < 200
                           ADD 1 TO WS-SCH-COUNT
                           MOVE SC-CYCLE TO WS-SCH-CYCLE (WS-SCH-COUNT)
                           MOVE SC-PERIOD-END
                               TO WS-SCH-PERIOD-END (WS-SCH-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-SCHEDULE-FILE
           MOVE ZERO TO WS-TC-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TIMECARD-FILE
           PERFORM UNTIL EOF
               READ TIMECARD-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF (TC-HOURS-TYPE = "V" OR TC-HOURS-TYPE = "S")
                               AND WS-TC-COUNT < 200
                           ADD 1 TO WS-TC-COUNT
                           MOVE TC-SSNO TO WS-TC-SSNO (WS-TC-COUNT)
                           MOVE TC-HOURS-TYPE
                               TO WS-TC-TYPE (WS-TC-COUNT)
                           MOVE TC-HOURS TO WS-TC-HOURS (WS-TC-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMECARD-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Write the whole request file back after a change.
      ***************************************************************
       850-REWRITE-REQUESTS.
           OPEN OUTPUT LEAVE-REQUEST-FILE
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
               MOVE WS-LQ-REC (WS-LQ-SUB) TO LEAVE-REQUEST-REC
               WRITE LEAVE-REQUEST-REC
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE.
       850-EXIT.
           EXIT.
      ***************************************************************
      *   Open the master and sign on.
      ***************************************************************
       900-INITIALIZATION.
           OPEN INPUT NEW-PAYROLL-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 050-SIGN-ON THRU 050-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE NEW-PAYROLL-FILE.
       910-EXIT.
           EXIT.
