       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLCFCLASSMNT.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Add/update maintenance for the cash flow classification file.
      * Every asset (A) and liability (L) account whose balance moves
      * between two month-ends shows up on CGLCASHFLOW's statement;
      * this file says which section it belongs in - O operating,
      * I investing, F financing.  Cash (C) accounts are the answer
      * the statement proves to, so they are not classified, and I/E
      * accounts arrive already netted into net income.  Supervisor
      * sign-on only - the classification decides what the bank and
      * the board see.  Screen-driven against an indexed file, built
      * the same way CGLBUDGETMAINT maintains the budget master.
      *
      *   File  :  J:\CS3530\COACFCLASS.DAT
      *   Input :  J:\CS3530\COAFILEMASTER.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CGLC-CF-CLASS-FILE
               ASSIGN TO UT-SYS-CF-CLASS-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-CFC-ACCT-NO.
           SELECT CGL-COA-MASTER-FILE
               ASSIGN TO UT-SYS-COA-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-MSTR-NO.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-CF-CLASS-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 13 CHARACTERS.
       01  CGLC-CF-CLASS-REC.
           05  CGLC-CFC-ACCT-NO            PIC 9(4).
           05  CGLC-CFC-SECTION            PIC X.
               88  CFC-SECTION-VALID       VALUE "O" "I" "F".
           05  CGLC-CFC-OPERATOR-ID        PIC X(8).
       FD  CGL-COA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS.
       01  CGL-COA-MSTR-REC.
           05  CGLC-MSTR-NO                PIC 9(4).
           05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
           05  CGLC-MSTR-ACCT-TYPE         PIC X.
               88  MSTR-TYPE-ASSET         VALUE "A".
               88  MSTR-TYPE-LIABILITY     VALUE "L".
           05  CGLC-MSTR-DESCRIPTION       PIC X(30).
           05  CGLC-MSTR-EFF-DATE          PIC 9(8).
           05  CGLC-MSTR-PEND-STATUS       PIC X.

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
           05  UT-SYS-CF-CLASS-FILE        PIC X(50)
               VALUE "J:\CS3530\COACFCLASS.DAT".
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
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
           05  WS-CFC-NOT-FOUND            PIC X      VALUE "F".
               88  CLASS-FOUND             VALUE "T".
           05  WS-ACCT-OK                  PIC X      VALUE "N".
               88  ACCT-OK                 VALUE "Y".
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
              10         COL 26      VALUE "Cash Flow Classification".
              10         COL 71     PIC 99 FROM WS-MONTH.
              10         COL 73         VALUE "/".
              10         COL 74     PIC 99 FROM WS-DAY.
              10         COL 76         VALUE "/".
              10         COL 77     PIC 9(4) FROM WS-YEAR.
           05 SCRMM-R5.
              10 LINE 5  COL 10     VALUE "ENTER MENU OPTION:".
              10        COL 30    PIC X TO WS-MENU-CHOICE.
           05 SCRMM-R7.
              10 LINE 7  COL 14    VALUE "1. ADD CLASSIFICATION".
           05 SCRMM-R8.
              10 LINE 8  COL 14    VALUE "2. UPDATE CLASSIFICATION".
           05 SCRMM-R9.
              10 LINE 9  COL 14    VALUE "3. EXIT".
       01 SCR01.
           05 SCR1-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10     VALUE "ENTER ACCOUNT NUMBER:".
              10         COL 33   PIC 9(4) TO CGLC-CFC-ACCT-NO.
       01 SCR02.
           05 SCR2-R12.
              10 LINE 12 COL 16    VALUE "PRESS ENTER TO CONTINUE".
       01 SCR05.
           05 SCR5-R6.
              10 LINE 6  COL 10
                 VALUE "CLASSIFICATION IS NOT ON FILE".
       01 SCRFERR.
           05 SCRFERR-R6.
              10 LINE 6  COL 10
                 VALUE "CLASSIFICATION ALREADY EXISTS".
       01 SCRACCT.
           05 SCRACCT-R6.
              10 LINE 6  COL 10
                 VALUE "ACCOUNT MUST BE AN A OR L ACCOUNT ON THE COA".
       01 SCRSECERR.
           05 SCRSECERR-R9.
              10 LINE 9  COL 16    VALUE "SECTION MUST BE O, I OR F".
       01 SCRADD1.
           05 SCRADD-R6.
              10 LINE 6  COL 16    VALUE "ACCOUNT:" ERASE EOL.
              10 LINE 6  COL 33    PIC X(30) FROM CGLC-MSTR-DESCRIPTION.
           05 SCRADD-R7.
              10 LINE 7  COL 16
                 VALUE "SECTION (O=OPERATING I=INVESTING F=FINANCING):".
              10 LINE 7  COL 64    PIC X TO CGLC-CFC-SECTION.
       01 SCRADDSUC.
           05 SCRADDSUC-R18.
              10 LINE 18 COL 16    VALUE "CLASSIFICATION ADDED".
       01 SCRUPDSUC.
           05 SCRUPDSUC-R18.
              10 LINE 18 COL 16    VALUE "CLASSIFICATION UPDATED".
       01 SCRVIEW.
           05 SCRVIEW-R8.
              10 LINE 8  COL 16    VALUE "CURRENT SECTION:".
              10 LINE 8  COL 33    PIC X FROM CGLC-CFC-SECTION.
              10 LINE 8  COL 36    VALUE "SET BY:".
              10 LINE 8  COL 44    PIC X(8) FROM CGLC-CFC-OPERATOR-ID.

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
           MOVE "CGLCFCLASS" TO SGN-PROGRAM-NAME
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
      *   Display the menu and dispatch to add or update.
      ***************************************************************
       200-PROCESS-FILE.
           DISPLAY SCRMM
           ACCEPT SCRMM
           IF WS-MENU-CHOICE = 1
               PERFORM 300-ADD-CLASS THRU 300-EXIT
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 400-UPDATE-CLASS THRU 400-EXIT
               ELSE
                   IF WS-MENU-CHOICE = 3
                       MOVE "Y" TO WS-STOP-PROGRAM
                   END-IF
               END-IF
           END-IF.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Add a classification if the account isn't already on file
      *   and is an asset or liability account on the COA master.
      ***************************************************************
       300-ADD-CLASS.
           DISPLAY SCR01
           ACCEPT SCR01
           PERFORM 700-READ-CLASS-MASTER THRU 700-EXIT
           IF CLASS-FOUND
               DISPLAY SCRFERR
               DISPLAY SCR02
               ACCEPT WS-CONTINUE
               GO TO 300-EXIT
           END-IF
           PERFORM 750-VALIDATE-ACCOUNT THRU 750-EXIT
           IF NOT ACCT-OK
               DISPLAY SCRACCT
               DISPLAY SCR02
               ACCEPT WS-CONTINUE
               GO TO 300-EXIT
           END-IF
           PERFORM 350-ACCEPT-SECTION THRU 350-EXIT
           WRITE CGLC-CF-CLASS-REC
               INVALID KEY DISPLAY SCRFERR
               NOT INVALID KEY DISPLAY SCRADDSUC
           END-WRITE
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Key the section until it is one of O, I or F, and stamp
      *   the supervisor who set it.
      ***************************************************************
       350-ACCEPT-SECTION.
           DISPLAY SCRADD1
           ACCEPT SCRADD1
           PERFORM UNTIL CFC-SECTION-VALID
               DISPLAY SCRSECERR
               ACCEPT SCRADD1
           END-PERFORM
           MOVE WS-OPERATOR-ID TO CGLC-CFC-OPERATOR-ID.
       350-EXIT.
           EXIT.
      ***************************************************************
      *   Rewrite an existing account's classification.
      ***************************************************************
       400-UPDATE-CLASS.
           DISPLAY SCR01
           ACCEPT SCR01
           PERFORM 700-READ-CLASS-MASTER THRU 700-EXIT
           IF NOT CLASS-FOUND
               DISPLAY SCR05
               DISPLAY SCR02
               ACCEPT WS-CONTINUE
               GO TO 400-EXIT
           END-IF
           PERFORM 750-VALIDATE-ACCOUNT THRU 750-EXIT
           DISPLAY SCRVIEW
           PERFORM 350-ACCEPT-SECTION THRU 350-EXIT
           REWRITE CGLC-CF-CLASS-REC
               INVALID KEY DISPLAY SCR05
               NOT INVALID KEY DISPLAY SCRUPDSUC
           END-REWRITE
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the classification file.
      ***************************************************************
       700-READ-CLASS-MASTER.
           READ CGLC-CF-CLASS-FILE
              INVALID KEY MOVE "F" TO WS-CFC-NOT-FOUND
              NOT INVALID KEY MOVE "T" TO WS-CFC-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   The account must be on the COA master as an asset or
      *   liability account.
      ***************************************************************
       750-VALIDATE-ACCOUNT.
           MOVE "N" TO WS-ACCT-OK
           MOVE CGLC-CFC-ACCT-NO TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON COA MASTER" TO CGLC-MSTR-DESCRIPTION
               NOT INVALID KEY
                   IF MSTR-TYPE-ASSET OR MSTR-TYPE-LIABILITY
                       MOVE "Y" TO WS-ACCT-OK
                   END-IF
           END-READ.
       750-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files and get the current date.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O CGLC-CF-CLASS-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGLC-CF-CLASS-FILE.
           CLOSE CGL-COA-MASTER-FILE.
       910-EXIT.
           EXIT.
