       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LEAVECAL.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Department leave calendar - who is out when.  Given a
      * department (a code or ALL) and a date range, every leave
      * request on LEAVEREQ.DAT touching the range is listed under
      * its employee's department in order of first day: employee,
      * leave type, first and last day, hours, and status.  Approved
      * and taken leave is time the department is short; a pending
      * request is listed too, so a supervisor deciding it can see
      * who else is already out, but is not counted as out.  Denied
      * and cancelled requests are left off.
      *
      * Under each department's requests, every day of the range
      * with anyone out is listed with how many are out that day
      * and how many more have asked for it, followed by the
      * department's count and hours.  A request for an employee no
      * longer on the master is listed under department "????".
      *
      *   Input  :  C:\COBOL\LEAVEREQ.DAT
      *             C:\COBOL\NEWEMP2.DAT
      *             C:\COBOL\DEPTMASTER.DAT
      *   Output :  C:\COBOL\LEAVECAL.DAT
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
           SELECT OPTIONAL DEPT-MASTER-FILE
                 ASSIGN TO UT-SYS-DEPTFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS DP-CODE.
           SELECT LEAVE-CAL-SORT-FILE
                 ASSIGN TO UT-SYS-LEAVE-SORT-FILE.
           SELECT LEAVE-CAL-FILE
                 ASSIGN TO UT-SYS-LEAVE-CAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT LEAVEREQ KEYS AND LEAVEAPPR DECIDES.
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
          05  FILLER                               PIC X(128).

       FD DEPT-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 28 CHARACTERS.
       01 DEPT-MASTER-REC.
          05  DP-CODE                              PIC X(4).
          05  DP-NAME                              PIC X(20).
          05  DP-DEFAULT-EXP-ACCT                  PIC 9(4).

       SD LEAVE-CAL-SORT-FILE
          RECORD CONTAINS 55 CHARACTERS.
       01 LEAVE-CAL-SORT-REC.
          05  LCS-DEPT                             PIC X(4).
          05  LCS-START-DATE                       PIC 9(8).
          05  LCS-SSNO                             PIC 9(9).
          05  LCS-NAME                             PIC X(20).
          05  LCS-LEAVE-TYPE                       PIC X.
          05  LCS-END-DATE                         PIC 9(8).
          05  LCS-HOURS                            PIC 9(3)V9.
          05  LCS-STATUS                           PIC X.

       FD LEAVE-CAL-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 LEAVE-CAL-REC.
          05  LC-DEPT                              PIC X(4).
          05  FILLER                               PIC X.
          05  LC-SSNO                              PIC 9(9).
          05  FILLER                               PIC X.
          05  LC-NAME                              PIC X(20).
          05  FILLER                               PIC X.
          05  LC-TYPE                              PIC X(8).
          05  FILLER                               PIC X.
          05  LC-START-DATE                        PIC 9(8).
          05  FILLER                               PIC X.
          05  LC-END-DATE                          PIC 9(8).
          05  FILLER                               PIC X.
          05  LC-HOURS                             PIC ZZ9.9.
          05  FILLER                               PIC X.
          05  LC-STATUS                            PIC X(8).
          05  FILLER                               PIC X(3).
       01 LEAVE-CAL-TEXT-REC                       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-LEAVE-REQUEST-FILE           PIC X(50)
                                   VALUE "C:\COBOL\LEAVEREQ.DAT".
           05  UT-SYS-EMPFILE                      PIC X(50)
                                   VALUE "C:\COBOL\NEWEMP2.DAT".
           05  UT-SYS-DEPTFILE                     PIC X(50)
                                   VALUE "C:\COBOL\DEPTMASTER.DAT".
           05  UT-SYS-LEAVE-SORT-FILE              PIC X(50)
                                   VALUE "C:\COBOL\LEAVECALSORT.TMP".
           05  UT-SYS-LEAVE-CAL-FILE               PIC X(50)
                                   VALUE "C:\COBOL\LEAVECAL.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-SORT-EOF                         PIC X
                                            VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-SELECTION.
           05  WS-SEL-DEPT                         PIC X(4).
           05  WS-FROM-DATE                        PIC 9(8).
           05  WS-TO-DATE                          PIC 9(8).
      *    THE DEPARTMENT BEING WRITTEN AND ITS REQUESTS, HELD FOR
      *    THE DAY-BY-DAY COUNT UNDER ITS LISTING.
       01  WS-DEPT-WORK.
           05  WS-CURRENT-DEPT                     PIC X(4).
           05  WS-DEPT-REQ-COUNT                   PIC 9(5).
           05  WS-DEPT-HOURS                       PIC 9(6)V9.
           05  WS-DR-COUNT                         PIC 9(3)
                                            VALUE ZERO.
           05  WS-DR-ENTRY OCCURS 500 TIMES.
               10  WS-DR-START-DATE                PIC 9(8).
               10  WS-DR-END-DATE                  PIC 9(8).
               10  WS-DR-STATUS                    PIC X.
       01  WS-DR-SUB                               PIC 9(3).
       01  WS-DAY-WORK.
           05  WS-DAY-INT                          PIC 9(8).
           05  WS-TO-INT                           PIC 9(8).
           05  WS-DAY-DATE                         PIC 9(8).
           05  WS-OUT-COUNT                        PIC 9(3).
           05  WS-ASKED-COUNT                      PIC 9(3).
           05  WS-EDIT-COUNT                       PIC ZZ9.
           05  WS-EDIT-ASKED                       PIC ZZ9.
           05  WS-EDIT-REQS                        PIC ZZZZ9.
           05  WS-EDIT-TOTAL-HOURS                 PIC ZZZZZ9.9.
       01  WS-REPORT-TOTALS.
           05  WS-TOTAL-REQ-COUNT                  PIC 9(5)
                                            VALUE ZERO.
           05  WS-TOTAL-HOURS                      PIC 9(6)V9
                                            VALUE ZERO.
           05  WS-DEPT-COUNT                       PIC 9(3)
                                            VALUE ZERO.
           05  WS-OVERFLOW-COUNT                   PIC 9(5)
                                            VALUE ZERO.
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
      *************************************************************
      *  Ask for the department and the range, sort the requests
      *  touching it by department and first day, and write the
      *  calendar.
      *************************************************************
       100-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           DISPLAY "DEPARTMENT (CODE OR ALL): "
           ACCEPT WS-SEL-DEPT
           DISPLAY "FROM DATE (YYYYMMDD): "
           ACCEPT WS-FROM-DATE
           MOVE WS-FROM-DATE TO WS-EDIT-DATE
           PERFORM 750-VALIDATE-DATE THRU 750-EXIT
           IF NOT DATE-OK
               DISPLAY "INVALID FROM DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "TO DATE (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           MOVE WS-TO-DATE TO WS-EDIT-DATE
           PERFORM 750-VALIDATE-DATE THRU 750-EXIT
           IF NOT DATE-OK OR WS-TO-DATE < WS-FROM-DATE
               DISPLAY "INVALID TO DATE"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
           OPEN INPUT NEW-PAYROLL-FILE
           OPEN INPUT DEPT-MASTER-FILE
           OPEN OUTPUT LEAVE-CAL-FILE
           PERFORM 500-WRITE-HEADING THRU 500-EXIT
           SORT LEAVE-CAL-SORT-FILE
               ON ASCENDING KEY LCS-DEPT LCS-START-DATE LCS-SSNO
               INPUT PROCEDURE IS 200-SELECT-REQUESTS THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-WRITE-CALENDAR THRU 300-EXIT
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT
           CLOSE LEAVE-CAL-FILE
           CLOSE DEPT-MASTER-FILE
           CLOSE NEW-PAYROLL-FILE
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "MORE THAN 500 REQUESTS IN ONE DEPARTMENT - "
                   WS-OVERFLOW-COUNT " LEFT OUT OF THE DAILY COUNTS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "LEAVE CALENDAR COMPLETE - " WS-TOTAL-REQ-COUNT
               " REQUESTS, " WS-DEPT-COUNT " DEPARTMENTS".
           GOBACK.
      ***************************************************************
      *  Release every live request touching the range whose
      *  employee is in the department asked for.
      ***************************************************************
       200-SELECT-REQUESTS.
           OPEN INPUT LEAVE-REQUEST-FILE
           PERFORM UNTIL EOF
               READ LEAVE-REQUEST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 250-RELEASE-REQUEST THRU 250-EXIT
               END-READ
           END-PERFORM
           CLOSE LEAVE-REQUEST-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One request: skip it when denied, cancelled, outside the
      *  range, or outside the department; otherwise release it
      *  with its employee's name and department.
      ***************************************************************
       250-RELEASE-REQUEST.
           IF LR-STATUS NOT = "P" AND LR-STATUS NOT = "A"
                   AND LR-STATUS NOT = "T"
               GO TO 250-EXIT
           END-IF
           IF LR-START-DATE > WS-TO-DATE
                   OR LR-END-DATE < WS-FROM-DATE
               GO TO 250-EXIT
           END-IF
           MOVE LR-SSNO TO NEW-SSNO
           READ NEW-PAYROLL-FILE
               INVALID KEY
                   MOVE "????" TO NEW-DEPT
                   MOVE "NOT ON EMPLOYEE MASTER" TO NEW-NAME
           END-READ
           IF WS-SEL-DEPT NOT = "ALL " AND NEW-DEPT NOT = WS-SEL-DEPT
               GO TO 250-EXIT
           END-IF
           MOVE NEW-DEPT TO LCS-DEPT
           MOVE LR-START-DATE TO LCS-START-DATE
           MOVE LR-SSNO TO LCS-SSNO
           MOVE NEW-NAME TO LCS-NAME
           MOVE LR-LEAVE-TYPE TO LCS-LEAVE-TYPE
           MOVE LR-END-DATE TO LCS-END-DATE
           MOVE LR-HOURS TO LCS-HOURS
           MOVE LR-STATUS TO LCS-STATUS
           RELEASE LEAVE-CAL-SORT-REC.
       250-EXIT.
           EXIT.
      ***************************************************************
      *  Write the sorted requests, closing each department off with
      *  its day-by-day count and total.
      ***************************************************************
       300-WRITE-CALENDAR.
           MOVE SPACES TO WS-CURRENT-DEPT
           PERFORM UNTIL SORT-EOF
               RETURN LEAVE-CAL-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       IF WS-DEPT-COUNT = ZERO
                               OR LCS-DEPT NOT = WS-CURRENT-DEPT
                           IF WS-DEPT-COUNT > ZERO
                               PERFORM 600-CLOSE-DEPARTMENT
                                   THRU 600-EXIT
                           END-IF
                           PERFORM 550-OPEN-DEPARTMENT THRU 550-EXIT
                       END-IF
                       PERFORM 350-WRITE-REQUEST THRU 350-EXIT
               END-RETURN
           END-PERFORM
           IF WS-DEPT-COUNT > ZERO
               PERFORM 600-CLOSE-DEPARTMENT THRU 600-EXIT
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One request line, held for the department's daily count.
      ***************************************************************
       350-WRITE-REQUEST.
           MOVE SPACES TO LEAVE-CAL-REC
           MOVE LCS-DEPT TO LC-DEPT
           MOVE LCS-SSNO TO LC-SSNO
           MOVE LCS-NAME TO LC-NAME
           IF LCS-LEAVE-TYPE = "V"
               MOVE "VACATION" TO LC-TYPE
           ELSE
               MOVE "SICK" TO LC-TYPE
           END-IF
           MOVE LCS-START-DATE TO LC-START-DATE
           MOVE LCS-END-DATE TO LC-END-DATE
           MOVE LCS-HOURS TO LC-HOURS
           EVALUATE LCS-STATUS
               WHEN "P"
                   MOVE "PENDING" TO LC-STATUS
               WHEN "A"
                   MOVE "APPROVED" TO LC-STATUS
               WHEN "T"
                   MOVE "TAKEN" TO LC-STATUS
           END-EVALUATE
           WRITE LEAVE-CAL-REC
           ADD 1 TO WS-DEPT-REQ-COUNT
           ADD 1 TO WS-TOTAL-REQ-COUNT
           ADD LCS-HOURS TO WS-DEPT-HOURS
           ADD LCS-HOURS TO WS-TOTAL-HOURS
           IF WS-DR-COUNT = 500
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-DR-COUNT
           MOVE LCS-START-DATE TO WS-DR-START-DATE (WS-DR-COUNT)
           MOVE LCS-END-DATE TO WS-DR-END-DATE (WS-DR-COUNT)
           MOVE LCS-STATUS TO WS-DR-STATUS (WS-DR-COUNT).
       350-EXIT.
           EXIT.
      ***************************************************************
      *  Run date, range, and column headings.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO LEAVE-CAL-TEXT-REC
           STRING "LEAVE CALENDAR " WS-FROM-DATE " THRU " WS-TO-DATE
               " DEPT " WS-SEL-DEPT " RUN " WS-TODAY-DATE
               DELIMITED BY SIZE INTO LEAVE-CAL-TEXT-REC
           WRITE LEAVE-CAL-TEXT-REC
           MOVE SPACES TO LEAVE-CAL-TEXT-REC
           STRING "DEPT SSN       NAME                 TYPE     "
               "FIRST    LAST      HOURS STATUS"
               DELIMITED BY SIZE INTO LEAVE-CAL-TEXT-REC
           WRITE LEAVE-CAL-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  A new department: its name line and fresh counters.
      ***************************************************************
       550-OPEN-DEPARTMENT.
           MOVE LCS-DEPT TO WS-CURRENT-DEPT
           ADD 1 TO WS-DEPT-COUNT
           MOVE ZERO TO WS-DEPT-REQ-COUNT
           MOVE ZERO TO WS-DEPT-HOURS
           MOVE ZERO TO WS-DR-COUNT
           MOVE LCS-DEPT TO DP-CODE
           READ DEPT-MASTER-FILE
               INVALID KEY MOVE "DEPARTMENT NOT ON FILE" TO DP-NAME
           END-READ
           MOVE SPACES TO LEAVE-CAL-TEXT-REC
           STRING "DEPARTMENT " LCS-DEPT " " DP-NAME
               DELIMITED BY SIZE INTO LEAVE-CAL-TEXT-REC
           WRITE LEAVE-CAL-TEXT-REC.
       550-EXIT.
           EXIT.
      ***************************************************************
      *  Every day of the range with anyone in the department out
      *  or asking to be, then the department total.
      ***************************************************************
       600-CLOSE-DEPARTMENT.
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           PERFORM 650-COUNT-ONE-DAY THRU 650-EXIT
               UNTIL WS-DAY-INT > WS-TO-INT
           MOVE WS-DEPT-REQ-COUNT TO WS-EDIT-REQS
           MOVE WS-DEPT-HOURS TO WS-EDIT-TOTAL-HOURS
           MOVE SPACES TO LEAVE-CAL-TEXT-REC
           STRING "DEPT " WS-CURRENT-DEPT " TOTAL " WS-EDIT-REQS
               " REQUESTS " WS-EDIT-TOTAL-HOURS " HOURS"
               DELIMITED BY SIZE INTO LEAVE-CAL-TEXT-REC
           WRITE LEAVE-CAL-TEXT-REC.
       600-EXIT.
           EXIT.
      ***************************************************************
      *  One day: how many are out (approved or taken) and how many
      *  more have asked (pending).  A day nobody touches is not
      *  listed.
      ***************************************************************
       650-COUNT-ONE-DAY.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           MOVE ZERO TO WS-OUT-COUNT
           MOVE ZERO TO WS-ASKED-COUNT
           PERFORM VARYING WS-DR-SUB FROM 1 BY 1
                   UNTIL WS-DR-SUB > WS-DR-COUNT
               IF WS-DR-START-DATE (WS-DR-SUB) NOT > WS-DAY-DATE
                       AND WS-DR-END-DATE (WS-DR-SUB)
                           NOT < WS-DAY-DATE
                   IF WS-DR-STATUS (WS-DR-SUB) = "P"
                       ADD 1 TO WS-ASKED-COUNT
                   ELSE
                       ADD 1 TO WS-OUT-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OUT-COUNT > ZERO OR WS-ASKED-COUNT > ZERO
               MOVE WS-OUT-COUNT TO WS-EDIT-COUNT
               MOVE WS-ASKED-COUNT TO WS-EDIT-ASKED
               MOVE SPACES TO LEAVE-CAL-TEXT-REC
               STRING "     " WS-DAY-DATE " OUT " WS-EDIT-COUNT
                   "  PENDING " WS-EDIT-ASKED
                   DELIMITED BY SIZE INTO LEAVE-CAL-TEXT-REC
               WRITE LEAVE-CAL-TEXT-REC
           END-IF
           ADD 1 TO WS-DAY-INT.
       650-EXIT.
           EXIT.
      ***************************************************************
      *  The calendar's totals.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE WS-TOTAL-REQ-COUNT TO WS-EDIT-REQS
           MOVE WS-TOTAL-HOURS TO WS-EDIT-TOTAL-HOURS
           MOVE SPACES TO LEAVE-CAL-TEXT-REC
           STRING "CALENDAR TOTAL " WS-EDIT-REQS " REQUESTS "
               WS-EDIT-TOTAL-HOURS " HOURS"
               DELIMITED BY SIZE INTO LEAVE-CAL-TEXT-REC
           WRITE LEAVE-CAL-TEXT-REC.
       700-EXIT.
           EXIT.
      ***************************************************************
      *  Real-calendar edit: valid month, valid day for the month
      *  with the full 4/100/400 leap rule.
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
