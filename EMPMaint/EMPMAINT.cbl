      * is the companion program that can add a new employee or
      * rewrite an existing one's name/salary.  SEE REQUEST 019.
      *
      * The work state, residence state, and locality keyed here
      * decide which state and local taxes PAYROLL withholds.  A
      * non-blank code must have brackets on the jurisdiction tax
      * table - otherwise the tax would silently not be withheld.
      * A state with no income tax is loaded there with a zero rate.
      *
      * Every hire goes into a budgeted position on POSITION.DAT
      * (kept by POSMAINT) in the employee's own department.  A
      * position that is not on file, frozen, or already filled to
      * its authorized FTE refuses the hire unless a supervisor
      * overrides it, and the override is logged on the maintenance
      * history under the supervisor's ID.  Moving an employee to
      * another position or department is held to the same test.
      *
      *   File  :  C:\COBOL\NEWEMP2.DAT
      *   Input :  C:\COBOL\JURTAXTABLE.DAT
      *            C:\COBOL\POSITION.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.
           SELECT OPTIONAL JUR-TAX-TABLE-FILE
                 ASSIGN TO UT-SYS-JUR-TAX-TABLE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSITION-MASTER-FILE
                 ASSIGN TO UT-SYS-POSITION-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PN-POSITION-NO.

       DATA DIVISION.
       FILE SECTION.

       FD NEW-PAYROLL-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 166 CHARACTERS.
       01 NEW-PAYROLL-REC.
          05  NEW-SSNO                             PIC 9(9).
          05  NEW-NAME                             PIC X(20).
      *    FILE.  SPACE (AN UNCONVERTED RECORD) PAYS ON EVERY CYCLE,
      *    THE OLD BEHAVIOR.
          05  NEW-PAY-CYCLE                        PIC X.
      *    STATE AND LOCAL WITHHOLDING JURISDICTIONS - THE STATE
      *    WORKED IN, THE STATE OF RESIDENCE, AND ANY LOCALITY
      *    WITH ITS OWN INCOME TAX.  EACH NON-BLANK CODE IS TAXED
      *    OFF ITS OWN BRACKETS ON JURTAXTABLE.DAT.  BLANK (AN
      *    UNCONVERTED RECORD) WITHHOLDS FEDERAL ONLY.
          05  NEW-WORK-STATE                       PIC X(2).
          05  NEW-RES-STATE                        PIC X(2).
          05  NEW-LOCALITY                         PIC X(4).
      *    BUDGETED POSITION THE EMPLOYEE FILLS ON POSITION.DAT -
      *    ZERO (AN UNCONVERTED RECORD) IS NOT ASSIGNED TO ONE.
          05  NEW-POSITION-NO                      PIC 9(6).

       FD EMP-MAINT-HISTORY-FILE
          RECORD CONTAINS 89 CHARACTERS.
              88  EMH-ADD                  VALUE "A".
              88  EMH-UPDATE               VALUE "U".
              88  EMH-TERMINATE            VALUE "T".
      *    A SUPERVISOR'S POSITION-CONTROL OVERRIDE - THE ROW'S
      *    OPERATOR ID IS WHO ALLOWED IT.
              88  EMH-POSITION-OVERRIDE    VALUE "P".
          05  EMH-TIMESTAMP                        PIC X(21).
      *    WHO ADDED/UPDATED THIS EMPLOYEE.  SEE REQUEST 033.
          05  EMH-OPERATOR-ID                      PIC X(8).
          05  DP-NAME                              PIC X(20).
          05  DP-DEFAULT-EXP-ACCT                  PIC 9(4).

      *    STATE AND LOCAL WITHHOLDING BRACKETS - ONLY THE
      *    JURISDICTION TYPE AND CODE ARE NEEDED HERE, TO PROVE A
      *    KEYED CODE IS ONE PAYROLL CAN ACTUALLY TAX.
       FD JUR-TAX-TABLE-FILE
          RECORD CONTAINS 22 CHARACTERS.
       01 JUR-TAX-TABLE-REC.
          05  JT-JUR-TYPE                          PIC X.
          05  JT-JUR-CODE                          PIC X(4).
          05  FILLER                               PIC X(17).

      *    POSITION MASTER MAINTAINED BY POSMAINT - A HIRE MUST GO
      *    INTO A FUNDED POSITION OF THE EMPLOYEE'S DEPARTMENT WITH
      *    ROOM LEFT UNDER ITS AUTHORIZED FTE.
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

      *    SYSTEM RUN-LOCK SET BY CGLBATCHDRIVER WHILE THE NIGHTLY
      *    CHAIN HOLDS THE SHARED MASTERS - AN ONLINE SCREEN LEFT
      *    OPEN OVERNIGHT CAN NO LONGER INTERLEAVE ITS REWRITES WITH
                                   VALUE "C:\COBOL\DEPTMASTER.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-JUR-TAX-TABLE-FILE           PIC X(50)
                                   VALUE "C:\COBOL\JURTAXTABLE.DAT".
           05  UT-SYS-POSITION-FILE                PIC X(50)
                                   VALUE "C:\COBOL\POSITION.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SALARY-CHG-AREA.
           05  WS-OLD-SALARY                       PIC 9(5).
           05  WS-EXP-ACCT-OK                      PIC X
                                            VALUE 'N'.
               88  EXP-ACCT-OK               VALUE 'Y'.
           05  WS-JUR-OK                           PIC X
                                            VALUE 'N'.
               88  JUR-OK                    VALUE 'Y'.
           05  WS-JUR-FOUND                        PIC X
                                            VALUE 'N'.
               88  JUR-FOUND                 VALUE 'Y'.
           05  WS-JUR-EOF                          PIC X
                                            VALUE 'N'.
               88  JUR-EOF                   VALUE 'Y'.
      *    POSITION-CONTROL WORK FIELDS - THE KEYED RECORD IS HELD
      *    ASIDE WHILE THE MASTER IS SCANNED FOR WHO FILLS THE
      *    POSITION NOW.
       01  WS-POSITION-AREA.
           05  WS-OLD-POSITION-NO                  PIC 9(6).
           05  WS-OLD-DEPT                         PIC X(4).
           05  WS-POSITION-OK                      PIC X
                                            VALUE 'N'.
               88  POSITION-OK               VALUE 'Y'.
           05  WS-POS-REFUSE-REASON                PIC X(30).
           05  WS-POS-FILLED-COUNT                 PIC 9(3).
           05  WS-POS-EOF                          PIC X
                                            VALUE 'N'.
               88  POS-EOF                   VALUE 'Y'.
           05  WS-OVERRIDE-ANSWER                  PIC X.
               88  OVERRIDE-YES              VALUE 'Y' 'y'.
           05  WS-SAVE-SSNO                        PIC 9(9).
       01  WS-SAVE-EMP-REC                         PIC X(166).
       01  WS-JUR-CHECK.
           05  WS-CHK-JUR-TYPE                     PIC X.
           05  WS-CHK-JUR-CODE                     PIC X(4).
       01 WS-DATE.
          05 WS-YEAR                               PIC 9(4).
          05 WS-MONTH                              PIC 99.
           05 SCRADD-R8.
              10 LINE 8  COL 16    VALUE "DEPT:".
              10 LINE 8  COL 27    PIC X(4) TO NEW-DEPT.
              10 LINE 8  COL 35    VALUE "POSITION:".
              10 LINE 8  COL 46    PIC 9(6) TO NEW-POSITION-NO.
           05 SCRADD-R9.
              10 LINE 9  COL 16    VALUE "HIRE DATE (YYYYMMDD):".
              10 LINE 9  COL 27    PIC 9(8) TO NEW-HIRE-DATE.
              10 LINE 18 COL 46    PIC 9V99 TO NEW-SICK-ACCRUAL-RATE.
              10 LINE 18 COL 52    VALUE "CYCLE (W/B/M):".
              10 LINE 18 COL 67    PIC X TO NEW-PAY-CYCLE.
           05 SCRADD-R20.
              10 LINE 20 COL 16    VALUE "WORK ST:".
              10 LINE 20 COL 26    PIC X(2) TO NEW-WORK-STATE.
              10 LINE 20 COL 35    VALUE "RES ST:".
              10 LINE 20 COL 46    PIC X(2) TO NEW-RES-STATE.
              10 LINE 20 COL 52    VALUE "LOCALITY:".
              10 LINE 20 COL 62    PIC X(4) TO NEW-LOCALITY.
       01 SCRDERR.
           05 SCRDERR-R19.
              10 LINE 19 COL 16
           05 SCRRERR-R19.
              10 LINE 19 COL 16
                 VALUE "BAD ROUTING CHECK DIGIT      ".
       01 SCRJERR.
           05 SCRJERR-R19.
              10 LINE 19 COL 16
                 VALUE "STATE/LOCALITY NOT ON TAX TABLE".
       01 SCRPERR.
           05 SCRPERR-R19.
              10 LINE 19 COL 16
                 VALUE "POSITION REFUSED - NOT SAVED ".
       01 SCRADDSUC.
           05 SCRADDSUC-R18.
              10 LINE 18 COL 16    VALUE "EMPLOYEE ADDED".
           05 SCRVIEW-R8.
              10 LINE 8  COL 16    VALUE "DEPT:".
              10 LINE 8  COL 27    PIC X(4) FROM NEW-DEPT.
              10 LINE 8  COL 35    VALUE "POSITION:".
              10 LINE 8  COL 46    PIC 9(6) FROM NEW-POSITION-NO.
           05 SCRVIEW-R9.
              10 LINE 9  COL 16    VALUE "HIRE DATE:".
              10 LINE 9  COL 27    PIC 9(8) FROM NEW-HIRE-DATE.
              10 LINE 17 COL 46    PIC ZZ9.99- FROM NEW-SICK-BALANCE.
              10 LINE 17 COL 55    VALUE "CYCLE:".
              10 LINE 17 COL 62    PIC X FROM NEW-PAY-CYCLE.
           05 SCRVIEW-R20.
              10 LINE 20 COL 16    VALUE "WORK ST:".
              10 LINE 20 COL 26    PIC X(2) FROM NEW-WORK-STATE.
              10 LINE 20 COL 35    VALUE "RES ST:".
              10 LINE 20 COL 46    PIC X(2) FROM NEW-RES-STATE.
              10 LINE 20 COL 52    VALUE "LOCALITY:".
              10 LINE 20 COL 62    PIC X(4) FROM NEW-LOCALITY.

       PROCEDURE DIVISION.
      ***************************************************************
                   DISPLAY "THE SHARED MASTERS ARE NOT AVAILABLE - "
                       "PROGRAM ENDED"
                   CLOSE BATCH-LOCK-FILE
                   GOBACK
           END-READ
           CLOSE BATCH-LOCK-FILE.
       045-EXIT.
                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
                   ACCEPT WS-CONTINUE
                   GO TO 300-EXIT
               END-IF
               PERFORM 765-VALIDATE-JURISDICTIONS THRU 765-EXIT
               IF NOT JUR-OK
                   DISPLAY SCRJERR
                   DISPLAY SCR02
                   ACCEPT WS-CONTINUE
                   GO TO 300-EXIT
               END-IF
               PERFORM 775-VALIDATE-POSITION THRU 775-EXIT
               IF NOT POSITION-OK
                   DISPLAY SCRPERR
                   DISPLAY SCR02
                   ACCEPT WS-CONTINUE
                   GO TO 300-EXIT
               END-IF
      *        A NEW EMPLOYEE STARTS THE YEAR WITH NOTHING PAID,
      *        ACTIVE, AND WITH NO TERMINATION ON FILE.
               MOVE ZERO TO NEW-YTD-GROSS
           PERFORM 700-READ-EMP-MASTER THRU 700-EXIT
           IF EMPLOYEE-FOUND
               MOVE NEW-SALARY TO WS-OLD-SALARY
               MOVE NEW-POSITION-NO TO WS-OLD-POSITION-NO
               MOVE NEW-DEPT TO WS-OLD-DEPT
               DISPLAY SCRVIEW
               DISPLAY SCRADD1
               ACCEPT SCRADD1
                   ACCEPT WS-CONTINUE
                   GO TO 400-EXIT
               END-IF
               PERFORM 765-VALIDATE-JURISDICTIONS THRU 765-EXIT
               IF NOT JUR-OK
                   DISPLAY SCRJERR
                   DISPLAY SCR02
                   ACCEPT WS-CONTINUE
                   GO TO 400-EXIT
               END-IF
      *        AN EMPLOYEE STAYING IN THEIR POSITION IS NOT RE-TESTED
      *        - A POSITION FROZEN OR CUT AFTER THEY FILLED IT DOES
      *        NOT STOP AN ADDRESS OR BANK CHANGE.
               IF NEW-POSITION-NO NOT = WS-OLD-POSITION-NO
                       OR NEW-DEPT NOT = WS-OLD-DEPT
                   PERFORM 775-VALIDATE-POSITION THRU 775-EXIT
                   IF NOT POSITION-OK
                       DISPLAY SCRPERR
                       DISPLAY SCR02
                       ACCEPT WS-CONTINUE
                       GO TO 400-EXIT
                   END-IF
               END-IF
      *        A CHANGED SALARY MAY BE EFFECTIVE-DATED - A FUTURE
      *        DATE HOLDS THE CHANGE FOR PAYROLL TO APPLY (WITH
      *        RETRO IF IT IS KEYED LATE), INSTEAD OF TAKING EFFECT
       760-EXIT.
           EXIT.
      ***************************************************************
      *   The keyed position must be on the position master in the
      *   employee's department, funded, and not already filled to
      *   its authorized FTE.  Short of a department mismatch, a
      *   supervisor may override the refusal; the override is
      *   logged under their ID before the employee is saved.
      ***************************************************************
       775-VALIDATE-POSITION.
           MOVE 'Y' TO WS-POSITION-OK
           MOVE NEW-POSITION-NO TO PN-POSITION-NO
           READ POSITION-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO WS-POSITION-OK
                   MOVE "POSITION NOT ON FILE" TO WS-POS-REFUSE-REASON
           END-READ
           IF NOT POSITION-OK
               GO TO 775-DECIDE
           END-IF
      *    A POSITION IS FUNDED IN ONE DEPARTMENT'S BUDGET - NO
      *    OVERRIDE CHARGES SOMEONE TO ANOTHER DEPARTMENT'S.
           IF PN-DEPT NOT = NEW-DEPT
               DISPLAY "POSITION " PN-POSITION-NO " BELONGS TO DEPT "
                   PN-DEPT
               MOVE 'N' TO WS-POSITION-OK
               GO TO 775-EXIT
           END-IF
           IF PN-FROZEN
               MOVE 'N' TO WS-POSITION-OK
               MOVE "POSITION IS FROZEN" TO WS-POS-REFUSE-REASON
               GO TO 775-DECIDE
           END-IF
           PERFORM 777-COUNT-FILLED THRU 777-EXIT.
           IF WS-POS-FILLED-COUNT NOT < PN-AUTH-FTE
               MOVE 'N' TO WS-POSITION-OK
               MOVE "POSITION IS ALREADY FILLED" TO WS-POS-REFUSE-REASON
           END-IF.
       775-DECIDE.
           IF POSITION-OK
               GO TO 775-EXIT
           END-IF
           DISPLAY "POSITION REFUSED - " WS-POS-REFUSE-REASON
           IF WS-AUTH-LEVEL < 3
               GO TO 775-EXIT
           END-IF
           DISPLAY "SUPERVISOR - OVERRIDE AND SAVE ANYWAY? (Y/N): "
           ACCEPT WS-OVERRIDE-ANSWER
           IF OVERRIDE-YES
               MOVE 'Y' TO WS-POSITION-OK
               MOVE "P" TO EMH-TRANS-TYPE
               PERFORM 450-WRITE-MAINT-HISTORY THRU 450-EXIT
               DISPLAY "OVERRIDE LOGGED FOR OPERATOR " WS-OPERATOR-ID
           END-IF.
       775-EXIT.
           EXIT.
      ***************************************************************
      *   Count who else fills the position now - anyone not
      *   terminated, or terminated with a date still to come.  The
      *   keyed record is set aside for the scan and put back.
      ***************************************************************
       777-COUNT-FILLED.
           MOVE NEW-PAYROLL-REC TO WS-SAVE-EMP-REC
           MOVE NEW-SSNO TO WS-SAVE-SSNO
           MOVE ZERO TO WS-POS-FILLED-COUNT
           COMPUTE WS-TODAY-N = WS-YEAR * 10000 + WS-MONTH * 100
               + WS-DAY
           MOVE 'N' TO WS-POS-EOF
           MOVE ZERO TO NEW-SSNO
           START NEW-PAYROLL-FILE KEY NOT < NEW-SSNO
               INVALID KEY MOVE 'Y' TO WS-POS-EOF
           END-START
           PERFORM UNTIL POS-EOF
               READ NEW-PAYROLL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-POS-EOF
                   NOT AT END
                       IF NEW-POSITION-NO = PN-POSITION-NO
                               AND NEW-SSNO NOT = WS-SAVE-SSNO
                               AND (NEW-EMP-STATUS NOT = "T"
                               OR NEW-TERM-DATE > WS-TODAY-N)
                           ADD 1 TO WS-POS-FILLED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-SAVE-EMP-REC TO NEW-PAYROLL-REC.
       777-EXIT.
           EXIT.
      ***************************************************************
      *   Each non-blank state or locality code keyed must have
      *   brackets on the jurisdiction tax table.
      ***************************************************************
       765-VALIDATE-JURISDICTIONS.
           MOVE 'N' TO WS-JUR-OK
           IF NEW-WORK-STATE NOT = SPACES
               MOVE "S" TO WS-CHK-JUR-TYPE
               MOVE NEW-WORK-STATE TO WS-CHK-JUR-CODE
               PERFORM 767-FIND-JURISDICTION THRU 767-EXIT
               IF NOT JUR-FOUND
                   GO TO 765-EXIT
               END-IF
           END-IF
           IF NEW-RES-STATE NOT = SPACES
               MOVE "S" TO WS-CHK-JUR-TYPE
               MOVE NEW-RES-STATE TO WS-CHK-JUR-CODE
               PERFORM 767-FIND-JURISDICTION THRU 767-EXIT
               IF NOT JUR-FOUND
                   GO TO 765-EXIT
               END-IF
           END-IF
           IF NEW-LOCALITY NOT = SPACES
               MOVE "L" TO WS-CHK-JUR-TYPE
               MOVE NEW-LOCALITY TO WS-CHK-JUR-CODE
               PERFORM 767-FIND-JURISDICTION THRU 767-EXIT
               IF NOT JUR-FOUND
                   GO TO 765-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO WS-JUR-OK.
       765-EXIT.
           EXIT.
      ***************************************************************
      *   Scan the jurisdiction tax table for one type and code.
      ***************************************************************
       767-FIND-JURISDICTION.
           MOVE 'N' TO WS-JUR-FOUND
           MOVE 'N' TO WS-JUR-EOF
           OPEN INPUT JUR-TAX-TABLE-FILE
           PERFORM UNTIL JUR-EOF OR JUR-FOUND
               READ JUR-TAX-TABLE-FILE
                   AT END MOVE 'Y' TO WS-JUR-EOF
                   NOT AT END
                       IF JT-JUR-TYPE = WS-CHK-JUR-TYPE
                               AND JT-JUR-CODE = WS-CHK-JUR-CODE
                           MOVE 'Y' TO WS-JUR-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JUR-TAX-TABLE-FILE.
       767-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the employee master file.
      ***************************************************************
       700-READ-EMP-MASTER.
           OPEN I-O NEW-PAYROLL-FILE.
           OPEN INPUT DEPT-MASTER-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           OPEN INPUT POSITION-MASTER-FILE.
           OPEN EXTEND EMP-MAINT-HISTORY-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           CLOSE NEW-PAYROLL-FILE.
           CLOSE DEPT-MASTER-FILE.
           CLOSE CGL-COA-MASTER-FILE.
           CLOSE POSITION-MASTER-FILE.
           CLOSE EMP-MAINT-HISTORY-FILE.
       910-EXIT.
           EXIT.
