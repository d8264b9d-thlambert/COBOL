       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLSTMTDEFMNT.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Add/update/delete maintenance for the statement-definition
      * file CGLSTMTWRITER prints from.  A statement is a four-char
      * ID and its rows, printed in row-number order (number them by
      * tens so a row can be slipped in later).  Each row is one of -
      *
      *   H  heading     the label alone
      *   A  accounts    the label and the summed balance of up to
      *                  five account ranges (a single account is a
      *                  range of one), limited to a span of the
      *                  department segment of the account key
      *   T  total       the running total at level 1-5, which it
      *                  then clears along with every lower level -
      *                  level 1 is a subtotal, higher levels roll up
      *                  the lower ones
      *   U  underline   a rule under the amount column
      *   B  blank       a spacing line
      *
      * Reverse sign prints the row's amount negated, so a credit
      * balance such as revenue or a liability shows positive.  The
      * totals always carry the debit-positive figure; the flag only
      * changes what is printed.  Supervisor sign-on only, the same
      * as the other reporting setups.  Screen-driven against an
      * indexed file, built the same way CGLBUDGETMAINT maintains
      * the budget master.
      *
      *   File  :  J:\CS3530\COASTMTDEF.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CGLC-STMT-DEF-FILE
               ASSIGN TO UT-SYS-STMT-DEF-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-SDEF-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-STMT-DEF-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  CGLC-STMT-DEF-REC.
           05  CGLC-SDEF-KEY.
               10  CGLC-SDEF-STMT-ID       PIC X(4).
               10  CGLC-SDEF-ROW-NO        PIC 9(3).
           05  CGLC-SDEF-ROW-TYPE          PIC X.
               88  SDEF-ROW-TYPE-VALID     VALUE "H" "A" "T" "U" "B".
               88  SDEF-ROW-ACCOUNTS       VALUE "A".
               88  SDEF-ROW-TOTAL          VALUE "T".
           05  CGLC-SDEF-LABEL             PIC X(30).
           05  CGLC-SDEF-RANGE OCCURS 5 TIMES.
               10  CGLC-SDEF-FROM-ACCT     PIC 9(4).
               10  CGLC-SDEF-TO-ACCT       PIC 9(4).
           05  CGLC-SDEF-DEPT-FROM         PIC 99.
           05  CGLC-SDEF-DEPT-TO           PIC 99.
           05  CGLC-SDEF-REVERSE-SIGN      PIC X.
               88  SDEF-REVERSE-VALID      VALUE "Y" "N".
           05  CGLC-SDEF-TOTAL-LEVEL       PIC 9.
           05  CGLC-SDEF-OPERATOR-ID       PIC X(8).
           05  FILLER                      PIC X(8).

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
       01  WS-FILES.
           05  UT-SYS-STMT-DEF-FILE        PIC X(50)
               VALUE "J:\CS3530\COASTMTDEF.DAT".
       01  WS-OPERATOR-ID                  PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL               PIC 9      VALUE ZERO.
           05  WS-SIGNON-OK                PIC X      VALUE "N".
               88  SIGNON-OK               VALUE "Y".
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM             PIC X      VALUE "F".
               88  OK-TO-STOP              VALUE "Y".
           05  WS-CONTINUE                 PIC X.
           05  WS-MENU-CHOICE              PIC X.
           05  WS-SDEF-NOT-FOUND           PIC X      VALUE "F".
               88  ROW-FOUND               VALUE "T".
           05  WS-ROW-OK                   PIC X      VALUE "N".
               88  ROW-OK                  VALUE "Y".
           05  WS-DELETE-REPLY             PIC X.
       01  WS-ROW-ERROR                    PIC X(50)  VALUE SPACES.
       01  WS-RANGE-SUB                    PIC 9.
       01  WS-RANGE-COUNT                  PIC 9.
       01  WS-DATE.
           05  WS-YEAR                     PIC 9(4).
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
           05                              PIC X(10).

       SCREEN SECTION.
       01 SCRMM            BLANK SCREEN
                           PROMPT
                           AUTO
                           REQUIRED
                           BACKGROUND-COLOR 0
                           FOREGROUND-COLOR 2.
           05 SCRMM-R1.
              10         COL 1          VALUE "Cole Squire".
              10         COL 26      VALUE "Statement Definitions".
              10         COL 71     PIC 99 FROM WS-MONTH.
              10         COL 73         VALUE "/".
              10         COL 74     PIC 99 FROM WS-DAY.
              10         COL 76         VALUE "/".
              10         COL 77     PIC 9(4) FROM WS-YEAR.
           05 SCRMM-R5.
              10 LINE 5  COL 10     VALUE "ENTER MENU OPTION:".
              10        COL 30    PIC X TO WS-MENU-CHOICE.
           05 SCRMM-R7.
              10 LINE 7  COL 14    VALUE "1. ADD STATEMENT ROW".
           05 SCRMM-R8.
              10 LINE 8  COL 14    VALUE "2. UPDATE STATEMENT ROW".
           05 SCRMM-R9.
              10 LINE 9  COL 14    VALUE "3. DELETE STATEMENT ROW".
           05 SCRMM-R10.
              10 LINE 10 COL 14    VALUE "4. EXIT".
       01 SCR01.
           05 SCR1-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10     VALUE "ENTER STATEMENT ID:".
              10         COL 31   PIC X(4) TO CGLC-SDEF-STMT-ID.
              10         COL 38     VALUE "ROW NUMBER:".
              10         COL 50   PIC 9(3) TO CGLC-SDEF-ROW-NO.
       01 SCR02.
           05 SCR2-R17.
              10 LINE 17 COL 16    VALUE "PRESS ENTER TO CONTINUE".
       01 SCR05.
           05 SCR5-R6.
              10 LINE 6  COL 10    VALUE "STATEMENT ROW IS NOT ON FILE".
       01 SCRFERR.
           05 SCRFERR-R6.
              10 LINE 6  COL 10    VALUE "STATEMENT ROW ALREADY EXISTS".
       01 SCRROWERR.
           05 SCRROWERR-R15.
              10 LINE 15 COL 16    PIC X(50) FROM WS-ROW-ERROR.
       01 SCRADD1.
           05 SCRADD-R7.
              10 LINE 7  COL 16
                 VALUE "ROW TYPE (H/A/T/U/B):" ERASE EOL.
              10 LINE 7  COL 38    PIC X TO CGLC-SDEF-ROW-TYPE.
              10 LINE 7  COL 42
                 VALUE "HEAD ACCOUNTS TOTAL UNDERLINE BLANK".
           05 SCRADD-R8.
              10 LINE 8  COL 16    VALUE "LABEL:".
              10 LINE 8  COL 23    PIC X(30) TO CGLC-SDEF-LABEL.
           05 SCRADD-R9.
              10 LINE 9  COL 16
                 VALUE "ACCOUNT RANGES (FROM TO), ACCOUNT ROWS ONLY:".
           05 SCRADD-R10.
              10 LINE 10 COL 16    PIC 9(4) TO CGLC-SDEF-FROM-ACCT (1).
              10 LINE 10 COL 21    PIC 9(4) TO CGLC-SDEF-TO-ACCT (1).
              10 LINE 10 COL 28    PIC 9(4) TO CGLC-SDEF-FROM-ACCT (2).
              10 LINE 10 COL 33    PIC 9(4) TO CGLC-SDEF-TO-ACCT (2).
              10 LINE 10 COL 40    PIC 9(4) TO CGLC-SDEF-FROM-ACCT (3).
              10 LINE 10 COL 45    PIC 9(4) TO CGLC-SDEF-TO-ACCT (3).
              10 LINE 10 COL 52    PIC 9(4) TO CGLC-SDEF-FROM-ACCT (4).
              10 LINE 10 COL 57    PIC 9(4) TO CGLC-SDEF-TO-ACCT (4).
              10 LINE 10 COL 64    PIC 9(4) TO CGLC-SDEF-FROM-ACCT (5).
              10 LINE 10 COL 69    PIC 9(4) TO CGLC-SDEF-TO-ACCT (5).
           05 SCRADD-R11.
              10 LINE 11 COL 16
                 VALUE "DEPARTMENT SEGMENT FROM:".
              10 LINE 11 COL 41    PIC 99 TO CGLC-SDEF-DEPT-FROM.
              10 LINE 11 COL 45    VALUE "TO:".
              10 LINE 11 COL 49    PIC 99 TO CGLC-SDEF-DEPT-TO.
              10 LINE 11 COL 53    VALUE "(00 00 = ALL)".
           05 SCRADD-R12.
              10 LINE 12 COL 16    VALUE "REVERSE SIGN (Y/N):".
              10 LINE 12 COL 36    PIC X TO CGLC-SDEF-REVERSE-SIGN.
           05 SCRADD-R13.
              10 LINE 13 COL 16
                 VALUE "TOTAL LEVEL (1-5), TOTAL ROWS ONLY:".
              10 LINE 13 COL 52    PIC 9 TO CGLC-SDEF-TOTAL-LEVEL.
       01 SCRADDSUC.
           05 SCRADDSUC-R18.
              10 LINE 18 COL 16    VALUE "STATEMENT ROW ADDED".
       01 SCRUPDSUC.
           05 SCRUPDSUC-R18.
              10 LINE 18 COL 16    VALUE "STATEMENT ROW UPDATED".
       01 SCRDELSUC.
           05 SCRDELSUC-R18.
              10 LINE 18 COL 16    VALUE "STATEMENT ROW DELETED".
       01 SCRDELASK.
           05 SCRDELASK-R15.
              10 LINE 15 COL 16    VALUE "DELETE THIS ROW (Y/N):".
              10 LINE 15 COL 39    PIC X TO WS-DELETE-REPLY.
       01 SCRVIEW.
           05 SCRVIEW-R7.
              10 LINE 7  COL 16
                 VALUE "ROW TYPE (H/A/T/U/B):" ERASE EOL.
              10 LINE 7  COL 38    PIC X FROM CGLC-SDEF-ROW-TYPE.
              10 LINE 7  COL 42    VALUE "SET BY:".
              10 LINE 7  COL 50    PIC X(8) FROM CGLC-SDEF-OPERATOR-ID.
           05 SCRVIEW-R8.
              10 LINE 8  COL 16    VALUE "LABEL:".
              10 LINE 8  COL 23    PIC X(30) FROM CGLC-SDEF-LABEL.
           05 SCRVIEW-R10.
              10 LINE 10 COL 16  PIC 9(4) FROM CGLC-SDEF-FROM-ACCT (1).
              10 LINE 10 COL 21  PIC 9(4) FROM CGLC-SDEF-TO-ACCT (1).
              10 LINE 10 COL 28  PIC 9(4) FROM CGLC-SDEF-FROM-ACCT (2).
              10 LINE 10 COL 33  PIC 9(4) FROM CGLC-SDEF-TO-ACCT (2).
              10 LINE 10 COL 40  PIC 9(4) FROM CGLC-SDEF-FROM-ACCT (3).
              10 LINE 10 COL 45  PIC 9(4) FROM CGLC-SDEF-TO-ACCT (3).
              10 LINE 10 COL 52  PIC 9(4) FROM CGLC-SDEF-FROM-ACCT (4).
              10 LINE 10 COL 57  PIC 9(4) FROM CGLC-SDEF-TO-ACCT (4).
              10 LINE 10 COL 64  PIC 9(4) FROM CGLC-SDEF-FROM-ACCT (5).
              10 LINE 10 COL 69  PIC 9(4) FROM CGLC-SDEF-TO-ACCT (5).
           05 SCRVIEW-R11.
              10 LINE 11 COL 16
                 VALUE "DEPARTMENT SEGMENT FROM:".
              10 LINE 11 COL 41    PIC 99 FROM CGLC-SDEF-DEPT-FROM.
              10 LINE 11 COL 45    VALUE "TO:".
              10 LINE 11 COL 49    PIC 99 FROM CGLC-SDEF-DEPT-TO.
           05 SCRVIEW-R12.
              10 LINE 12 COL 16    VALUE "REVERSE SIGN (Y/N):".
              10 LINE 12 COL 36    PIC X FROM CGLC-SDEF-REVERSE-SIGN.
           05 SCRVIEW-R13.
              10 LINE 13 COL 16
                 VALUE "TOTAL LEVEL (1-5), TOTAL ROWS ONLY:".
              10 LINE 13 COL 52    PIC 9 FROM CGLC-SDEF-TOTAL-LEVEL.

       PROCEDURE DIVISION.
      ***************************************************************
      *   Supervisor sign-on.
      *   Do startup tasks.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 3
               DISPLAY "NOT AUTHORIZED - SUPERVISOR SIGN-ON REQUIRED"
               GOBACK
           END-IF
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      ***************************************************************
       050-SIGN-ON.
           MOVE "CGLSTMTDEF" TO SGN-PROGRAM-NAME
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
      *   Display the menu and dispatch to add, update, or delete.
      ***************************************************************
       200-PROCESS-FILE.
           DISPLAY SCRMM
           ACCEPT SCRMM
           IF WS-MENU-CHOICE = 1
               PERFORM 300-ADD-ROW THRU 300-EXIT
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 400-UPDATE-ROW THRU 400-EXIT
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 500-DELETE-ROW THRU 500-EXIT
                   ELSE
                       IF WS-MENU-CHOICE = 4
                           MOVE "Y" TO WS-STOP-PROGRAM
                       END-IF
                   END-IF
               END-IF
           END-IF.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Add a row if the statement ID and row number aren't
      *   already on file.
      ***************************************************************
       300-ADD-ROW.
           DISPLAY SCR01
           ACCEPT SCR01
           PERFORM 700-READ-DEF-MASTER THRU 700-EXIT
           IF ROW-FOUND
               DISPLAY SCRFERR
               DISPLAY SCR02
               ACCEPT WS-CONTINUE
               GO TO 300-EXIT
           END-IF
           PERFORM 350-ACCEPT-ROW THRU 350-EXIT
           WRITE CGLC-STMT-DEF-REC
               INVALID KEY DISPLAY SCRFERR
               NOT INVALID KEY DISPLAY SCRADDSUC
           END-WRITE
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Key the row until it edits clean, and stamp the
      *   supervisor who set it.
      ***************************************************************
       350-ACCEPT-ROW.
           MOVE SPACES TO WS-ROW-ERROR
           DISPLAY SCRADD1
           ACCEPT SCRADD1
           PERFORM 750-EDIT-ROW THRU 750-EXIT
           PERFORM UNTIL ROW-OK
               DISPLAY SCRROWERR
               ACCEPT SCRADD1
               PERFORM 750-EDIT-ROW THRU 750-EXIT
           END-PERFORM
           MOVE WS-OPERATOR-ID TO CGLC-SDEF-OPERATOR-ID.
       350-EXIT.
           EXIT.
      ***************************************************************
      *   Rewrite an existing row.
      ***************************************************************
       400-UPDATE-ROW.
           DISPLAY SCR01
           ACCEPT SCR01
           PERFORM 700-READ-DEF-MASTER THRU 700-EXIT
           IF NOT ROW-FOUND
               DISPLAY SCR05
               DISPLAY SCR02
               ACCEPT WS-CONTINUE
               GO TO 400-EXIT
           END-IF
           DISPLAY SCRVIEW
           PERFORM 350-ACCEPT-ROW THRU 350-EXIT
           REWRITE CGLC-STMT-DEF-REC
               INVALID KEY DISPLAY SCR05
               NOT INVALID KEY DISPLAY SCRUPDSUC
           END-REWRITE
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Show a row and remove it once the supervisor confirms.
      ***************************************************************
       500-DELETE-ROW.
           DISPLAY SCR01
           ACCEPT SCR01
           PERFORM 700-READ-DEF-MASTER THRU 700-EXIT
           IF NOT ROW-FOUND
               DISPLAY SCR05
               DISPLAY SCR02
               ACCEPT WS-CONTINUE
               GO TO 500-EXIT
           END-IF
           DISPLAY SCRVIEW
           DISPLAY SCRDELASK
           ACCEPT SCRDELASK
           IF WS-DELETE-REPLY NOT = "Y"
               GO TO 500-EXIT
           END-IF
           DELETE CGLC-STMT-DEF-FILE RECORD
               INVALID KEY DISPLAY SCR05
               NOT INVALID KEY DISPLAY SCRDELSUC
           END-DELETE
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the statement-definition file.
      ***************************************************************
       700-READ-DEF-MASTER.
           READ CGLC-STMT-DEF-FILE
              INVALID KEY MOVE "F" TO WS-SDEF-NOT-FOUND
              NOT INVALID KEY MOVE "T" TO WS-SDEF-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Edit the keyed row.  Fields that do not apply to the row
      *   type are cleared rather than refused, so a heading keyed
      *   with leftover ranges still files clean.  Department 00 to
      *   00 means every department.
      ***************************************************************
       750-EDIT-ROW.
           MOVE "N" TO WS-ROW-OK
           IF NOT SDEF-ROW-TYPE-VALID
               MOVE "ROW TYPE MUST BE H, A, T, U OR B" TO WS-ROW-ERROR
               GO TO 750-EXIT
           END-IF
           IF CGLC-SDEF-REVERSE-SIGN = SPACE
               MOVE "N" TO CGLC-SDEF-REVERSE-SIGN
           END-IF
           IF NOT SDEF-REVERSE-VALID
               MOVE "REVERSE SIGN MUST BE Y OR N" TO WS-ROW-ERROR
               GO TO 750-EXIT
           END-IF
           IF SDEF-ROW-TOTAL
               IF CGLC-SDEF-TOTAL-LEVEL < 1
                       OR CGLC-SDEF-TOTAL-LEVEL > 5
                   MOVE "TOTAL LEVEL MUST BE 1 THROUGH 5"
                       TO WS-ROW-ERROR
                   GO TO 750-EXIT
               END-IF
           ELSE
               MOVE ZERO TO CGLC-SDEF-TOTAL-LEVEL
           END-IF
           IF NOT SDEF-ROW-ACCOUNTS
               PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                       UNTIL WS-RANGE-SUB > 5
                   MOVE ZERO TO CGLC-SDEF-FROM-ACCT (WS-RANGE-SUB)
                   MOVE ZERO TO CGLC-SDEF-TO-ACCT (WS-RANGE-SUB)
               END-PERFORM
               MOVE ZERO TO CGLC-SDEF-DEPT-FROM
               MOVE ZERO TO CGLC-SDEF-DEPT-TO
               MOVE "Y" TO WS-ROW-OK
               GO TO 750-EXIT
           END-IF
           MOVE ZERO TO WS-RANGE-COUNT
           PERFORM VARYING WS-RANGE-SUB FROM 1 BY 1
                   UNTIL WS-RANGE-SUB > 5
               IF CGLC-SDEF-FROM-ACCT (WS-RANGE-SUB) NOT = ZERO
                   IF CGLC-SDEF-TO-ACCT (WS-RANGE-SUB) = ZERO
                       MOVE CGLC-SDEF-FROM-ACCT (WS-RANGE-SUB)
                           TO CGLC-SDEF-TO-ACCT (WS-RANGE-SUB)
                   END-IF
                   IF CGLC-SDEF-TO-ACCT (WS-RANGE-SUB)
                           < CGLC-SDEF-FROM-ACCT (WS-RANGE-SUB)
                       MOVE "RANGE END IS BELOW RANGE START"
                           TO WS-ROW-ERROR
                       GO TO 750-EXIT
                   END-IF
                   ADD 1 TO WS-RANGE-COUNT
               END-IF
           END-PERFORM
           IF WS-RANGE-COUNT = ZERO
               MOVE "AN ACCOUNT ROW NEEDS AT LEAST ONE RANGE"
                   TO WS-ROW-ERROR
               GO TO 750-EXIT
           END-IF
           IF CGLC-SDEF-DEPT-FROM = ZERO AND CGLC-SDEF-DEPT-TO = ZERO
               MOVE 99 TO CGLC-SDEF-DEPT-TO
           END-IF
           IF CGLC-SDEF-DEPT-TO < CGLC-SDEF-DEPT-FROM
               MOVE "DEPARTMENT TO IS BELOW DEPARTMENT FROM"
                   TO WS-ROW-ERROR
               GO TO 750-EXIT
           END-IF
           MOVE "Y" TO WS-ROW-OK.
       750-EXIT.
           EXIT.
      ***************************************************************
      *   Open the file and get the current date.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O CGLC-STMT-DEF-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGLC-STMT-DEF-FILE.
       910-EXIT.
           EXIT.
