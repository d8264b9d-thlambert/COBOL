       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LEAVEAPPR.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Supervisor approval of leave requests.  LEAVEREQ saves every
      * request pending; PAYROLL draws only the approved ones.  A
      * supervisor (level 3) steps through the pending requests here
      * - employee, department, leave type, days, hours, and the
      * balance projected for the start date - and approves,
      * denies, or skips each.  Nobody decides a request they keyed
      * themselves.  The balance is projected again at approval,
      * the same way LEAVEREQ projects it, since it may have moved
      * since the request was keyed; a request it no longer covers
      * cannot be approved and stays pending to be denied or left
      * for a later look.  Each decision is stamped with the
      * supervisor's ID and the date.
      *
      *   File  :  C:\COBOL\LEAVEREQ.DAT (rewritten)
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

      *    SAME LAYOUT LEAVEREQ KEYS AND PAYROLL DRAWS FROM.
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
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-EMP-FOUND                        PIC X
                                            VALUE 'N'.
               88  EMP-FOUND                 VALUE 'Y'.
           05  WS-STOP-REVIEW                      PIC X
                                            VALUE 'N'.
               88  STOP-REVIEW               VALUE 'Y'.
           05  WS-TABLE-CHANGED                    PIC X
                                            VALUE 'N'.
               88  TABLE-CHANGED             VALUE 'Y'.
           05  WS-ACTION                           PIC X.
               88  ACTION-APPROVE            VALUE "A" "a".
               88  ACTION-DENY               VALUE "D" "d".
               88  ACTION-STOP               VALUE "X" "x".
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-REVIEW-COUNTS.
           05  WS-APPROVED-COUNT                   PIC 9(4)
                                            VALUE ZERO.
           05  WS-DENIED-COUNT                     PIC 9(4)
                                            VALUE ZERO.
           05  WS-OWN-SKIPPED-COUNT                PIC 9(4)
                                            VALUE ZERO.
      *    EVERY REQUEST ON FILE.  DECIDED IS SET ON EACH ONE THIS
      *    SESSION APPROVES OR DENIES, SO THE REWRITE TAKES ONLY
      *    THOSE FROM THE TABLE AND THE REST AS THE FILE NOW HAS
      *    THEM.
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
                   15  FILLER                      PIC X(40).
               10  WS-LQ-DECIDED                   PIC X.
                   88  LQ-DECIDED            VALUE 'Y'.
       01  WS-SUB                                  PIC 9(4).
       01  WS-LQ-SUB                               PIC 9(4).
       01  WS-LQ-FOUND-SUB                         PIC 9(4).
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
       01  WS-REQUEST-WORK.
           05  WS-REQ-NO                           PIC 9(6).
           05  WS-REQ-TYPE                         PIC X.
           05  WS-REQ-START-DATE                   PIC 9(8).
       01  WS-PROJECTION-WORK.
           05  WS-PROJ-BALANCE                     PIC S9(4)V99.
           05  WS-PROJ-RATE                        PIC 9V99.
           05  WS-PROJ-PERIODS                     PIC 9(3).
       01  WS-DISPLAY-WORK.
           05  WS-EDIT-HOURS                       PIC ZZ9.9.
           05  WS-EDIT-BALANCE                     PIC -ZZZ9.99.
           05  WS-TYPE-TEXT                        PIC X(8).

       PROCEDURE DIVISION.
      ***************************************************************
      *   Sign on, review the pending requests, and write back the
      *   decisions made.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
      *    APPROVING TIME OFF IS A SUPERVISOR'S CALL.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 3
               DISPLAY "NOT AUTHORIZED FOR LEAVE APPROVAL"
           ELSE
               PERFORM 800-LOAD-FILES THRU 800-EXIT
               PERFORM 300-REVIEW-REQUESTS THRU 300-EXIT
               IF TABLE-CHANGED
                   PERFORM 600-REWRITE-REQUESTS THRU 600-EXIT
               END-IF
           END-IF.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "LEAVEAPPR" TO SGN-PROGRAM-NAME
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
      *   Step through the pending requests in the order keyed until
      *   the list runs out or the supervisor stops.
      ***************************************************************
       300-REVIEW-REQUESTS.
           MOVE 'N' TO WS-STOP-REVIEW
           PERFORM 320-REVIEW-ONE-REQUEST THRU 320-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-LQ-COUNT
                  OR STOP-REVIEW
           DISPLAY "REVIEW COMPLETE - " WS-APPROVED-COUNT
               " APPROVED, " WS-DENIED-COUNT " DENIED"
           IF WS-OWN-SKIPPED-COUNT > ZERO
               DISPLAY WS-OWN-SKIPPED-COUNT
                   " OF YOUR OWN REQUESTS SKIPPED - ANOTHER "
                   "SUPERVISOR MUST DECIDE THEM"
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Show one pending request and take the supervisor's
      *   decision.  The operator who keyed it never sees it here.
      ***************************************************************
       320-REVIEW-ONE-REQUEST.
           MOVE WS-LQ-REC (WS-SUB) TO LEAVE-REQUEST-REC
           IF LR-STATUS NOT = "P"
               GO TO 320-EXIT
           END-IF
           IF LR-REQUESTED-BY = WS-OPERATOR-ID
               ADD 1 TO WS-OWN-SKIPPED-COUNT
               GO TO 320-EXIT
           END-IF
           MOVE 'N' TO WS-EMP-FOUND
           MOVE LR-SSNO TO NEW-SSNO
           READ NEW-PAYROLL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 'Y' TO WS-EMP-FOUND
           END-READ
           MOVE LR-REQUEST-NO TO WS-REQ-NO
           MOVE LR-LEAVE-TYPE TO WS-REQ-TYPE
           MOVE LR-START-DATE TO WS-REQ-START-DATE
           IF WS-REQ-TYPE = "V"
               MOVE "VACATION" TO WS-TYPE-TEXT
           ELSE
               MOVE "SICK" TO WS-TYPE-TEXT
           END-IF
           MOVE LR-HOURS TO WS-EDIT-HOURS
           DISPLAY " "
           DISPLAY "REQUEST . . . " LR-REQUEST-NO
               "   KEYED BY " LR-REQUESTED-BY " ON " LR-REQUEST-DATE
           IF EMP-FOUND
               DISPLAY "EMPLOYEE. . . " LR-SSNO " " NEW-NAME
                   "  DEPT " NEW-DEPT
               PERFORM 500-PROJECT-BALANCE THRU 500-EXIT
               MOVE WS-PROJ-BALANCE TO WS-EDIT-BALANCE
           ELSE
               DISPLAY "EMPLOYEE. . . " LR-SSNO
                   " - NO LONGER ON THE EMPLOYEE MASTER"
               MOVE ZERO TO WS-PROJ-BALANCE
               MOVE ZERO TO WS-EDIT-BALANCE
           END-IF
           DISPLAY "LEAVE . . . . " WS-TYPE-TEXT " " LR-START-DATE
               " THRU " LR-END-DATE "  " WS-EDIT-HOURS " HOURS"
           DISPLAY "PROJECTED " WS-TYPE-TEXT " BALANCE AT START "
               WS-EDIT-BALANCE
           DISPLAY "A APPROVE, D DENY, S SKIP, X STOP: "
           ACCEPT WS-ACTION
           EVALUATE TRUE
               WHEN ACTION-STOP
                   MOVE 'Y' TO WS-STOP-REVIEW
                   GO TO 320-EXIT
               WHEN ACTION-APPROVE
                   IF NOT EMP-FOUND
                           OR LR-HOURS > WS-PROJ-BALANCE
                       DISPLAY "REQUEST EXCEEDS THE PROJECTED "
                           WS-TYPE-TEXT " BALANCE - CANNOT BE "
                           "APPROVED, LEFT PENDING"
                       GO TO 320-EXIT
                   END-IF
                   MOVE "A" TO LR-STATUS
                   ADD 1 TO WS-APPROVED-COUNT
                   DISPLAY "REQUEST " LR-REQUEST-NO " APPROVED"
               WHEN ACTION-DENY
                   MOVE "D" TO LR-STATUS
                   ADD 1 TO WS-DENIED-COUNT
                   DISPLAY "REQUEST " LR-REQUEST-NO " DENIED"
               WHEN OTHER
                   GO TO 320-EXIT
           END-EVALUATE
           MOVE WS-OPERATOR-ID TO LR-DECIDED-BY
           MOVE WS-TODAY-DATE TO LR-DECIDED-DATE
           MOVE LEAVE-REQUEST-REC TO WS-LQ-REC (WS-SUB)
           MOVE 'Y' TO WS-LQ-DECIDED (WS-SUB)
           MOVE 'Y' TO WS-TABLE-CHANGED.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   The balance the request would draw on at its start date -
      *   worked out exactly as LEAVEREQ works it out when the
      *   request is keyed, leaving this request itself out of the
      *   requests still outstanding.
      ***************************************************************
       500-PROJECT-BALANCE.
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
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Write the request file back.  A request keyed, cancelled,
      *   or drawn elsewhere since startup is taken as the file now
      *   has it; only the requests decided here are written from
      *   the table.
      ***************************************************************
       600-REWRITE-REQUESTS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LEAVE-REQUEST-FILE
           PERFORM UNTIL EOF
               READ LEAVE-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 650-FIND-REQUEST THRU 650-EXIT
                       IF WS-LQ-FOUND-SUB = ZERO
                           IF WS-LQ-COUNT < 1000
                               ADD 1 TO WS-LQ-COUNT
                               MOVE LEAVE-REQUEST-REC
                                   TO WS-LQ-REC (WS-LQ-COUNT)
                               MOVE 'N' TO WS-LQ-DECIDED (WS-LQ-COUNT)
                           END-IF
                       ELSE
                           IF NOT LQ-DECIDED (WS-LQ-FOUND-SUB)
                               MOVE LEAVE-REQUEST-REC
                                   TO WS-LQ-REC (WS-LQ-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN OUTPUT LEAVE-REQUEST-FILE
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
               MOVE WS-LQ-REC (WS-LQ-SUB) TO LEAVE-REQUEST-REC
               WRITE LEAVE-REQUEST-REC
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Look up the request just read in the table by number.
      ***************************************************************
       650-FIND-REQUEST.
           MOVE ZERO TO WS-LQ-FOUND-SUB
           PERFORM VARYING WS-LQ-SUB FROM 1 BY 1
                   UNTIL WS-LQ-SUB > WS-LQ-COUNT
                      OR WS-LQ-FOUND-SUB NOT = ZERO
               IF WS-LQ-REQUEST-NO (WS-LQ-SUB) = LR-REQUEST-NO
                   MOVE WS-LQ-SUB TO WS-LQ-FOUND-SUB
               END-IF
           END-PERFORM.
       650-EXIT.
           EXIT.
      ***************************************************************
      *   Load the requests, the unpaid schedule periods, and the
      *   leave hours on the timecards.
      ***************************************************************
       800-LOAD-FILES.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT LEAVE-REQUEST-FILE
           PERFORM UNTIL EOF
               READ LEAVE-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-LQ-COUNT = 1000
                           DISPLAY "LEAVE REQUEST FILE EXCEEDS THE "
                               "WORK TABLE - RUN REFUSED"
                           CLOSE LEAVE-REQUEST-FILE
                           PERFORM 910-END-PROGRAM-RTN
                           GOBACK
                       END-IF
                       ADD 1 TO WS-LQ-COUNT
                       MOVE LEAVE-REQUEST-REC TO WS-LQ-REC (WS-LQ-COUNT)
                       MOVE 'N' TO WS-LQ-DECIDED (WS-LQ-COUNT)
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE
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
      *   Open the master, get the date, and sign on.
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
