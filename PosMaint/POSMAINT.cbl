       IDENTIFICATION DIVISION.
       PROGRAM-ID.  POSMAINT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Maintenance for the position master - position control.  The
      * department master knows a department's name and expense
      * account but not how many people it is budgeted for, so
      * EMPMAINT could add a fifth clerk to a department funded for
      * three.  Each budgeted position is a record here with its
      * department, title, authorized FTE, budgeted annual salary,
      * and status - F funded (open to hire) or Z frozen (no new
      * hires, though anyone already in it stays).  Each employee
      * on NEWEMP2.DAT carries the number of the position they
      * fill, and EMPMAINT refuses a hire into a position that is
      * not on file, frozen, or already filled, short of a
      * supervisor override.
      *
      * A position with an authorized FTE of 1.00 holds one person;
      * a part-time position (0.50) also holds one, and a pooled
      * position (3.00 clerks) holds three.  Setting the authorized
      * FTE and freezing or funding a position are budget decisions,
      * so this screen takes a supervisor (level 3).  View shows how
      * many active employees fill the position now.
      *
      *   File  :  C:\COBOL\POSITION.DAT
      *   Input :  C:\COBOL\DEPTMASTER.DAT
      *            C:\COBOL\NEWEMP2.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POSITION-MASTER-FILE
                 ASSIGN TO UT-SYS-POSITION-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PN-POSITION-NO.
           SELECT OPTIONAL DEPT-MASTER-FILE
                 ASSIGN TO UT-SYS-DEPTFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS DP-CODE.
           SELECT NEW-PAYROLL-FILE
                 ASSIGN TO UT-SYS-EMPFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS NEW-SSNO.

       DATA DIVISION.
       FILE SECTION.

      *    ONE BUDGETED POSITION.  THE AUTHORIZED FTE IS HOW MANY
      *    PEOPLE IT HOLDS; THE BUDGETED SALARY IS THE ANNUAL AMOUNT
      *    FUNDED FOR ALL OF THEM.
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
              88  PN-STATUS-VALID            VALUE "F" "Z".

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
          05  FILLER                               PIC X(77).
          05  NEW-EMP-STATUS                       PIC X.
          05  NEW-TERM-DATE                        PIC 9(8).
          05  FILLER                               PIC X(65).
          05  NEW-POSITION-NO                      PIC 9(6).

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
           05  UT-SYS-POSITION-FILE                PIC X(50)
                                   VALUE "C:\COBOL\POSITION.DAT".
           05  UT-SYS-DEPTFILE                     PIC X(50)
                                   VALUE "C:\COBOL\DEPTMASTER.DAT".
           05  UT-SYS-EMPFILE                      PIC X(50)
                                   VALUE "C:\COBOL\NEWEMP2.DAT".
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
           05  WS-MENU-CHOICE                      PIC X.
           05  WS-POS-NOT-FOUND                    PIC X
                                            VALUE 'F'.
               88  POSITION-FOUND            VALUE 'T'.
           05  WS-FIELDS-OK                        PIC X
                                            VALUE 'N'.
               88  FIELDS-OK                 VALUE 'Y'.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-FILLED-COUNT                         PIC 9(3).
       01  WS-EDIT-FTE                             PIC Z9.99.

       PROCEDURE DIVISION.
      ***************************************************************
      *   Do startup tasks.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
      *    AUTHORIZED HEADCOUNT IS A BUDGET DECISION - SUPERVISOR
      *    LEVEL ONLY.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 3
               DISPLAY "NOT AUTHORIZED FOR POSITION MAINTENANCE"
           ELSE
               PERFORM 200-PROCESS-FILE THRU 200-EXIT
                       UNTIL OK-TO-STOP
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
           MOVE "POSMAINT" TO SGN-PROGRAM-NAME
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
       200-PROCESS-FILE.
           DISPLAY "1. ADD POSITION"
           DISPLAY "2. UPDATE POSITION"
           DISPLAY "3. VIEW POSITION"
           DISPLAY "4. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-ADD-POSITION THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-UPDATE-POSITION THRU 400-EXIT
               WHEN "3"
                   PERFORM 500-VIEW-POSITION THRU 500-EXIT
               WHEN "4"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Add a new position.
      ***************************************************************
       300-ADD-POSITION.
           DISPLAY "POSITION NUMBER: "
           ACCEPT PN-POSITION-NO
           IF PN-POSITION-NO = ZERO
               DISPLAY "POSITION ZERO MEANS UNASSIGNED - NOT ADDED"
               GO TO 300-EXIT
           END-IF
           PERFORM 700-READ-POSITION-MASTER THRU 700-EXIT
           IF POSITION-FOUND
               DISPLAY "POSITION ALREADY EXISTS"
               GO TO 300-EXIT
           END-IF
           DISPLAY "DEPARTMENT: "
           ACCEPT PN-DEPT
           DISPLAY "TITLE: "
           ACCEPT PN-TITLE
           DISPLAY "AUTHORIZED FTE (9.99): "
           ACCEPT PN-AUTH-FTE
           DISPLAY "BUDGETED ANNUAL SALARY: "
           ACCEPT PN-BUDGET-SALARY
           DISPLAY "STATUS (F = FUNDED, Z = FROZEN): "
           ACCEPT PN-STATUS
           PERFORM 750-VALIDATE-FIELDS THRU 750-EXIT
           IF NOT FIELDS-OK
               GO TO 300-EXIT
           END-IF
           WRITE POSITION-MASTER-REC
               INVALID KEY DISPLAY "ERROR WRITING POSITION"
               NOT INVALID KEY DISPLAY "POSITION ADDED"
           END-WRITE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Change a position's department, title, authorized FTE,
      *   budget, or status.
      ***************************************************************
       400-UPDATE-POSITION.
           DISPLAY "POSITION NUMBER: "
           ACCEPT PN-POSITION-NO
           PERFORM 700-READ-POSITION-MASTER THRU 700-EXIT
           IF NOT POSITION-FOUND
               DISPLAY "POSITION IS NOT ON FILE"
               GO TO 400-EXIT
           END-IF
           DISPLAY "DEPARTMENT (CURRENT " PN-DEPT "): "
           ACCEPT PN-DEPT
           DISPLAY "TITLE (CURRENT " PN-TITLE "): "
           ACCEPT PN-TITLE
           MOVE PN-AUTH-FTE TO WS-EDIT-FTE
           DISPLAY "AUTHORIZED FTE (CURRENT " WS-EDIT-FTE "): "
           ACCEPT PN-AUTH-FTE
           DISPLAY "BUDGETED ANNUAL SALARY (CURRENT "
               PN-BUDGET-SALARY "): "
           ACCEPT PN-BUDGET-SALARY
           DISPLAY "STATUS F/Z (CURRENT " PN-STATUS "): "
           ACCEPT PN-STATUS
           PERFORM 750-VALIDATE-FIELDS THRU 750-EXIT
           IF NOT FIELDS-OK
               GO TO 400-EXIT
           END-IF
           REWRITE POSITION-MASTER-REC
               INVALID KEY DISPLAY "ERROR REWRITING POSITION"
               NOT INVALID KEY DISPLAY "POSITION UPDATED"
           END-REWRITE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Display one position with how many fill it now.
      ***************************************************************
       500-VIEW-POSITION.
           DISPLAY "POSITION NUMBER: "
           ACCEPT PN-POSITION-NO
           PERFORM 700-READ-POSITION-MASTER THRU 700-EXIT
           IF NOT POSITION-FOUND
               DISPLAY "POSITION IS NOT ON FILE"
               GO TO 500-EXIT
           END-IF
           PERFORM 600-COUNT-FILLED THRU 600-EXIT.
           MOVE PN-AUTH-FTE TO WS-EDIT-FTE
           DISPLAY "POSITION. . . " PN-POSITION-NO
           DISPLAY "DEPARTMENT. . " PN-DEPT
           DISPLAY "TITLE . . . . " PN-TITLE
           DISPLAY "AUTH FTE. . . " WS-EDIT-FTE
           DISPLAY "BUDGET. . . . " PN-BUDGET-SALARY
           IF PN-FROZEN
               DISPLAY "STATUS. . . . FROZEN"
           ELSE
               DISPLAY "STATUS. . . . FUNDED"
           END-IF
           DISPLAY "FILLED BY . . " WS-FILLED-COUNT " EMPLOYEE(S)".
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Count the employees filling the position - anyone not
      *   terminated, or terminated with a date still to come.
      ***************************************************************
       600-COUNT-FILLED.
           MOVE ZERO TO WS-FILLED-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT NEW-PAYROLL-FILE
           PERFORM UNTIL EOF
               READ NEW-PAYROLL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF NEW-POSITION-NO = PN-POSITION-NO
                               AND (NEW-EMP-STATUS NOT = "T"
                               OR NEW-TERM-DATE > WS-TODAY-DATE)
                           ADD 1 TO WS-FILLED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEW-PAYROLL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the position master file.
      ***************************************************************
       700-READ-POSITION-MASTER.
           READ POSITION-MASTER-FILE
              INVALID KEY MOVE 'F' TO WS-POS-NOT-FOUND
              NOT INVALID KEY MOVE 'T' TO WS-POS-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   The department must be on the department master, the FTE
      *   more than zero, and the status funded or frozen.
      ***************************************************************
       750-VALIDATE-FIELDS.
           MOVE 'N' TO WS-FIELDS-OK
           MOVE PN-DEPT TO DP-CODE
           READ DEPT-MASTER-FILE
               INVALID KEY
                   DISPLAY "DEPARTMENT NOT ON FILE - NOT SAVED"
                   GO TO 750-EXIT
           END-READ
           IF PN-AUTH-FTE = ZERO
               DISPLAY "AUTHORIZED FTE MUST BE MORE THAN ZERO - "
                   "NOT SAVED"
               GO TO 750-EXIT
           END-IF
           IF NOT PN-STATUS-VALID
               DISPLAY "STATUS MUST BE F OR Z - NOT SAVED"
               GO TO 750-EXIT
           END-IF
           MOVE 'Y' TO WS-FIELDS-OK.
       750-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files and sign on.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O POSITION-MASTER-FILE.
           OPEN INPUT DEPT-MASTER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 050-SIGN-ON THRU 050-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE POSITION-MASTER-FILE.
           CLOSE DEPT-MASTER-FILE.
       910-EXIT.
           EXIT.
