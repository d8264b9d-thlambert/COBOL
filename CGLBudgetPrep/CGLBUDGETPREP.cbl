       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLBUDGETPREP.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Next-year budget preparation worksheet.  CGLBUDGETMAINT keys
      * the approved budget, but getting to an approved budget was all
      * spreadsheets.  The cycle now runs here, in four steps -
      *
      *   SEED     (supervisor) builds next year's worksheet: one line
      *            per active income and expense account on the COA
      *            master, its actual taken from this year's postings
      *            on the activity ledger - annualized when fewer than
      *            twelve months have been posted - and the seeded
      *            request set to that actual plus an uplift
      *            percentage, either the overall one or one given for
      *            the department segment (the low two digits of the
      *            account, as CGLDEPTROLLUP reads it).  A year already
      *            seeded is refused, so nobody's keyed requests are
      *            lost to a second seed.
      *   ASSIGN   (supervisor) names the operator who heads each
      *            department for the year.
      *   ADJUST / SUBMIT  the department head - or a supervisor -
      *            pages through the department's lines, changes the
      *            requested amounts, and submits the department,
      *            which locks it.  A supervisor may return a
      *            submitted department for changes.
      *   REVIEW   (supervisor) shows and prints the summary by
      *            department (actual, seeded, requested) and, once
      *            every department is submitted, approves the year:
      *            each line's requested amount is loaded onto the
      *            budget file as the annual budget, with one twelfth
      *            as the period budget, in the one pass.  An account
      *            already on the budget file keeps its hard-limit
      *            flag.
      *
      * The worksheet is never cleared - it stays as the record of
      * what each department asked for and who approved it.
      *
      *   Input :  J:\CS3530\COAFILEMASTER.DAT
      *            J:\CS3530\COAACTIVITYFILE.DAT
      *   File  :  J:\CS3530\COABUDGETWKS.DAT
      *            J:\CS3530\COABUDGETWKSDEPT.DAT
      *            J:\CS3530\COABUDGETFILE.DAT
      *   Output:  J:\CS3530\COABUDGETWKSRPT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CGL-COA-MASTER-FILE
               ASSIGN TO UT-SYS-COA-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-MSTR-NO.
           SELECT OPTIONAL CGLC-ACTIVITY-FILE
               ASSIGN TO UT-SYS-ACTIVITY-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-WORKSHEET-FILE
               ASSIGN TO UT-SYS-WORKSHEET-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-WKS-KEY.
           SELECT OPTIONAL CGLC-WKS-DEPT-FILE
               ASSIGN TO UT-SYS-WKS-DEPT-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-WKD-KEY.
           SELECT OPTIONAL CGLC-BUDGET-FILE
               ASSIGN TO UT-SYS-BUDGET-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-BUD-ACCT-NO.
           SELECT CGLC-WS-REPORT-FILE
               ASSIGN TO UT-SYS-WS-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGL-COA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS.
       01  CGL-COA-MSTR-REC.
           05  CGLC-MSTR-NO                PIC 9(4).
           05  CGLC-MSTR-NO-SEG REDEFINES CGLC-MSTR-NO.
               10  CGLC-MSTR-NO-MAJOR      PIC 99.
               10  CGLC-MSTR-NO-DEPT       PIC 99.
           05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
               88  MSTR-ACCT-ACTIVE        VALUE "A".
           05  CGLC-MSTR-ACCT-TYPE         PIC X.
               88  MSTR-TYPE-BUDGETED      VALUE "I" "E".
           05  CGLC-MSTR-DESCRIPTION       PIC X(30).
           05  CGLC-MSTR-EFF-DATE          PIC 9(8).
           05  CGLC-MSTR-PEND-STATUS       PIC X.
       FD  CGLC-ACTIVITY-FILE
           RECORD CONTAINS 66 CHARACTERS.
       01  CGLC-ACTIVITY-REC.
           05  CGLC-ACT-NO                 PIC 9(4).
           05  CGLC-ACT-POST-DATE          PIC 9(8).
           05  CGLC-ACT-POST-DATE-R REDEFINES CGLC-ACT-POST-DATE.
               10  CGLC-ACT-POST-YEAR      PIC 9(4).
               10  CGLC-ACT-POST-MMDD      PIC 9(4).
           05  CGLC-ACT-AMOUNT             PIC S9(7)V99.
           05  CGLC-ACT-RUN-BALANCE        PIC S9(7)V99.
           05  CGLC-ACT-TRANS-TYPE         PIC X.
           05  CGLC-ACT-OPERATOR-ID        PIC X(8).
           05  CGLC-ACT-TIMESTAMP          PIC X(21).
           05  CGLC-ACT-BATCH-NO           PIC 9(6).
      *    ONE WORKSHEET LINE PER ACCOUNT PER BUDGET YEAR - THE
      *    SEEDED FIGURE AND WHAT THE DEPARTMENT ASKED FOR.
       FD  CGLC-WORKSHEET-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 100 CHARACTERS.
       01  CGLC-WORKSHEET-REC.
           05  CGLC-WKS-KEY.
               10  CGLC-WKS-YEAR           PIC 9(4).
               10  CGLC-WKS-ACCT-NO        PIC 9(4).
               10  CGLC-WKS-ACCT-SEG REDEFINES CGLC-WKS-ACCT-NO.
                   15  CGLC-WKS-ACCT-MAJOR PIC 99.
                   15  CGLC-WKS-ACCT-DEPT  PIC 99.
           05  CGLC-WKS-DESCRIPTION        PIC X(30).
           05  CGLC-WKS-ACCT-TYPE          PIC X.
           05  CGLC-WKS-ACTUAL-AMT         PIC S9(7)V99.
           05  CGLC-WKS-SEEDED-AMT         PIC S9(7)V99.
           05  CGLC-WKS-REQUESTED-AMT      PIC S9(7)V99.
           05  CGLC-WKS-CHANGED-BY         PIC X(8).
           05  CGLC-WKS-CHANGED-DATE       PIC 9(8).
           05  FILLER                      PIC X(18).
      *    ONE ROW PER DEPARTMENT PER BUDGET YEAR - WHO HEADS IT,
      *    THE UPLIFT IT WAS SEEDED WITH, AND WHERE IT STANDS.
       FD  CGLC-WKS-DEPT-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 80 CHARACTERS.
       01  CGLC-WKS-DEPT-REC.
           05  CGLC-WKD-KEY.
               10  CGLC-WKD-YEAR           PIC 9(4).
               10  CGLC-WKD-DEPT           PIC 99.
           05  CGLC-WKD-OWNER-ID           PIC X(8).
           05  CGLC-WKD-UPLIFT-PCT         PIC S9(3)V99.
           05  CGLC-WKD-STATUS             PIC X.
               88  WKD-OPEN                VALUE "O".
               88  WKD-SUBMITTED           VALUE "S".
               88  WKD-APPROVED            VALUE "A".
           05  CGLC-WKD-SUBMITTED-BY       PIC X(8).
           05  CGLC-WKD-SUBMITTED-DATE     PIC 9(8).
           05  CGLC-WKD-APPROVED-BY        PIC X(8).
           05  CGLC-WKD-APPROVED-DATE      PIC 9(8).
           05  FILLER                      PIC X(28).
       FD  CGLC-BUDGET-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
       01  CGLC-BUDGET-REC.
           05  CGLC-BUD-ACCT-NO            PIC 9(4).
           05  CGLC-BUD-ANNUAL-AMT         PIC S9(7)V99.
           05  CGLC-BUD-PERIOD-AMT         PIC S9(7)V99.
           05  CGLC-BUD-LIMIT-FLAG         PIC X.
               88  BUD-HARD-LIMIT          VALUE "H".
       FD  CGLC-WS-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CGLC-WS-REPORT-REC.
           05  CGLC-WR-DEPT                PIC 99.
           05  FILLER                      PIC X.
           05  CGLC-WR-STATUS              PIC X.
           05  FILLER                      PIC X.
           05  CGLC-WR-OWNER-ID            PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-WR-LINES               PIC ZZZ9.
           05  FILLER                      PIC X.
           05  CGLC-WR-ACTUAL              PIC -(8)9.99.
           05  FILLER                      PIC X.
           05  CGLC-WR-SEEDED              PIC -(8)9.99.
           05  FILLER                      PIC X.
           05  CGLC-WR-REQUESTED           PIC -(8)9.99.
           05  FILLER                      PIC X(23).

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
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-ACTIVITY-FILE        PIC X(50)
               VALUE "J:\CS3530\COAACTIVITYFILE.DAT".
           05  UT-SYS-WORKSHEET-FILE       PIC X(50)
               VALUE "J:\CS3530\COABUDGETWKS.DAT".
           05  UT-SYS-WKS-DEPT-FILE        PIC X(50)
               VALUE "J:\CS3530\COABUDGETWKSDEPT.DAT".
           05  UT-SYS-BUDGET-FILE          PIC X(50)
               VALUE "J:\CS3530\COABUDGETFILE.DAT".
           05  UT-SYS-WS-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COABUDGETWKSRPT.DAT".
       01  WS-OPERATOR-ID                  PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL               PIC 9      VALUE ZERO.
           05  WS-SIGNON-OK                PIC X      VALUE "N".
               88  SIGNON-OK               VALUE "Y".
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM             PIC X      VALUE "N".
               88  OK-TO-STOP              VALUE "Y".
           05  WS-CONTINUE                 PIC X.
           05  WS-MENU-CHOICE              PIC X.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-DEPT-FOUND               PIC X      VALUE "N".
               88  DEPT-FOUND              VALUE "Y".
           05  WS-QUIT-LINES               PIC X      VALUE "N".
               88  QUIT-LINES              VALUE "Y".
           05  WS-ANSWER                   PIC X.
               88  ANSWER-YES              VALUE "Y" "y".
           05  WS-LINE-ACTION              PIC X.
               88  LINE-ADJUST             VALUE "A" "a".
               88  LINE-QUIT               VALUE "Q" "q".
       01  WS-DATE.
           05  WS-YEAR                     PIC 9(4).
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
           05                              PIC X(13).
       01  WS-TODAY-DATE                   PIC 9(8).
      *    WHAT THE OPERATOR KEYS ON THE SCREENS.
       01  WS-ENTRY-AREA.
           05  WS-BUDGET-YEAR              PIC 9(4).
           05  WS-ACTUAL-YEAR              PIC 9(4).
           05  WS-SEL-DEPT                 PIC 99.
           05  WS-UPLIFT-PCT               PIC S9(3)V99.
           05  WS-ACTUAL-MONTHS            PIC 99.
           05  WS-NEW-OWNER-ID             PIC X(8).
           05  WS-NEW-REQUESTED            PIC S9(7)V99.
      *    UPLIFT BY DEPARTMENT SEGMENT 00-99 - THE OVERALL FIGURE
      *    UNLESS ONE WAS KEYED FOR THE DEPARTMENT.
       01  WS-DEPT-SEED-TABLE.
           05  WS-DS-ENTRY OCCURS 100 TIMES.
               10  WS-DS-UPLIFT-PCT        PIC S9(3)V99.
               10  WS-DS-LINES             PIC 9(5).
       01  WS-DEPT-SUB                     PIC 9(3).
      *    THIS YEAR'S POSTINGS FROM THE ACTIVITY LEDGER, ONE
      *    ACCUMULATOR PER ACCOUNT NUMBER (SUBSCRIPT = ACCOUNT + 1).
       01  WS-ACTUAL-TABLE.
           05  WS-ACTUAL-AMT OCCURS 10000 TIMES PIC S9(9)V99.
       01  WS-ACCT-SUB                     PIC 9(5).
       01  WS-AMOUNT-WORK                  PIC S9(9)V99.
      *    DEPARTMENT SUMMARY FOR THE REVIEW STEP.
       01  WS-SUMMARY-TABLE.
           05  WS-SM-ENTRY OCCURS 100 TIMES.
               10  WS-SM-STATUS            PIC X.
               10  WS-SM-OWNER-ID          PIC X(8).
               10  WS-SM-LINES             PIC 9(4).
               10  WS-SM-ACTUAL            PIC S9(9)V99.
               10  WS-SM-SEEDED            PIC S9(9)V99.
               10  WS-SM-REQUESTED         PIC S9(9)V99.
       01  WS-REVIEW-COUNTS.
           05  WS-DEPT-COUNT               PIC 9(3)   VALUE ZERO.
           05  WS-UNSUBMITTED-COUNT        PIC 9(3)   VALUE ZERO.
           05  WS-APPROVED-COUNT           PIC 9(3)   VALUE ZERO.
           05  WS-LOADED-COUNT             PIC 9(5)   VALUE ZERO.
           05  WS-LINE-COUNT               PIC 9(5)   VALUE ZERO.
       01  WS-DISPLAY-LINE.
           05  WS-DL-DEPT                  PIC 99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-DL-STATUS                PIC X.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-DL-OWNER-ID              PIC X(8).
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-DL-ACTUAL                PIC -(8)9.99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-DL-SEEDED                PIC -(8)9.99.
           05  FILLER                      PIC X      VALUE SPACE.
           05  WS-DL-REQUESTED             PIC -(8)9.99.

       SCREEN SECTION.
       01 SCRMM            BLANK SCREEN
                           PROMPT
                           AUTO
                           REQUIRED
                           BACKGROUND-COLOR 0
                           FOREGROUND-COLOR 2.
           05 SCRMM-R1.
              10         COL 1          VALUE "Cole Squire".
              10         COL 30         VALUE "Budget Preparation".
              10         COL 71     PIC 99 FROM WS-MONTH.
              10         COL 73         VALUE "/".
              10         COL 74     PIC 99 FROM WS-DAY.
              10         COL 76         VALUE "/".
              10         COL 77     PIC 9(4) FROM WS-YEAR.
           05 SCRMM-R5.
              10 LINE 5  COL 10     VALUE "ENTER MENU OPTION:".
              10        COL 30    PIC X TO WS-MENU-CHOICE.
           05 SCRMM-R7.
              10 LINE 7  COL 14    VALUE "1. SEED WORKSHEET".
           05 SCRMM-R8.
              10 LINE 8  COL 14    VALUE "2. ASSIGN DEPARTMENT HEAD".
           05 SCRMM-R9.
              10 LINE 9  COL 14    VALUE "3. ADJUST DEPARTMENT LINES".
           05 SCRMM-R10.
              10 LINE 10 COL 14    VALUE "4. SUBMIT DEPARTMENT".
           05 SCRMM-R11.
              10 LINE 11 COL 14    VALUE "5. REVIEW AND APPROVE".
           05 SCRMM-R12.
              10 LINE 12 COL 14    VALUE "6. EXIT".
       01 SCRSEED.
           05 SCRSEED-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10    VALUE "BUDGET YEAR (YYYY):".
              10         COL 40   PIC 9(4) TO WS-BUDGET-YEAR.
           05 SCRSEED-R6.
              10 LINE 6  COL 10    VALUE "OVERALL UPLIFT PERCENT:".
              10 LINE 6  COL 40   PIC S9(3)V99 TO WS-UPLIFT-PCT.
           05 SCRSEED-R7.
              10 LINE 7  COL 10    VALUE "MONTHS OF ACTUALS (01-12):".
              10 LINE 7  COL 40   PIC 99 TO WS-ACTUAL-MONTHS.
       01 SCRMORE.
           05 SCRMORE-R9.
              10 LINE 9           ERASE EOL.
              10 LINE 9  COL 10
                 VALUE "UPLIFT FOR A DEPARTMENT (Y/N):".
              10         COL 42   PIC X TO WS-ANSWER.
       01 SCRDUPL.
           05 SCRDUPL-R10.
              10 LINE 10          ERASE EOL.
              10 LINE 10 COL 10    VALUE "DEPARTMENT (00-99):".
              10         COL 40   PIC 99 TO WS-SEL-DEPT.
           05 SCRDUPL-R11.
              10 LINE 11          ERASE EOL.
              10 LINE 11 COL 10    VALUE "DEPARTMENT UPLIFT PERCENT:".
              10         COL 40   PIC S9(3)V99 TO WS-UPLIFT-PCT.
       01 SCRYEAR.
           05 SCRYEAR-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10    VALUE "BUDGET YEAR (YYYY):".
              10         COL 40   PIC 9(4) TO WS-BUDGET-YEAR.
       01 SCRDEPT.
           05 SCRDEPT-R6.
              10 LINE 6           ERASE EOL.
              10 LINE 6  COL 10    VALUE "DEPARTMENT (00-99):".
              10         COL 40   PIC 99 TO WS-SEL-DEPT.
       01 SCROWNER.
           05 SCROWNER-R7.
              10 LINE 7           ERASE EOL.
              10 LINE 7  COL 10    VALUE "CURRENT HEAD:".
              10         COL 40   PIC X(8) FROM CGLC-WKD-OWNER-ID.
           05 SCROWNER-R8.
              10 LINE 8           ERASE EOL.
              10 LINE 8  COL 10    VALUE "NEW HEAD OPERATOR ID:".
              10         COL 40   PIC X(8) TO WS-NEW-OWNER-ID.
       01 SCRWLINE.
           05 SCRWLINE-R8.
              10 LINE 8           ERASE EOL.
              10 LINE 8  COL 10    VALUE "ACCOUNT:".
              10         COL 22   PIC 9(4) FROM CGLC-WKS-ACCT-NO.
              10         COL 28   PIC X(30) FROM CGLC-WKS-DESCRIPTION.
           05 SCRWLINE-R9.
              10 LINE 9           ERASE EOL.
              10 LINE 9  COL 10    VALUE "ACTUAL:".
              10         COL 22   PIC $ZZZZZZ9.99-
                                      FROM CGLC-WKS-ACTUAL-AMT.
           05 SCRWLINE-R10.
              10 LINE 10          ERASE EOL.
              10 LINE 10 COL 10    VALUE "SEEDED:".
              10         COL 22   PIC $ZZZZZZ9.99-
                                      FROM CGLC-WKS-SEEDED-AMT.
           05 SCRWLINE-R11.
              10 LINE 11          ERASE EOL.
              10 LINE 11 COL 10    VALUE "REQUESTED:".
              10         COL 22   PIC $ZZZZZZ9.99-
                                      FROM CGLC-WKS-REQUESTED-AMT.
           05 SCRWLINE-R13.
              10 LINE 13          ERASE EOL.
              10 LINE 13 COL 10
                 VALUE "A = ADJUST, N = NEXT, Q = QUIT:".
              10         COL 43   PIC X TO WS-LINE-ACTION.
       01 SCRAMT.
           05 SCRAMT-R14.
              10 LINE 14          ERASE EOL.
              10 LINE 14 COL 10    VALUE "NEW REQUESTED AMOUNT:".
              10         COL 33   PIC S9(7)V99 TO WS-NEW-REQUESTED.
       01 SCRCONF.
           05 SCRCONF-R16.
              10 LINE 16          ERASE EOL.
              10 LINE 16 COL 10    VALUE "CONFIRM (Y/N):".
              10         COL 26   PIC X TO WS-ANSWER.
       01 SCR02.
           05 SCR02-R20.
              10 LINE 20 COL 16    VALUE "PRESS ENTER TO CONTINUE".
       01 SCRNOAUTH.
           05 SCRNOAUTH-R18.
              10 LINE 18 COL 10
                 VALUE "NOT AUTHORIZED FOR THIS OPTION          ".
       01 SCRNODEPT.
           05 SCRNODEPT-R18.
              10 LINE 18 COL 10
                 VALUE "DEPARTMENT IS NOT ON THIS YEAR'S WORKSHEET".
       01 SCRNOTOWN.
           05 SCRNOTOWN-R18.
              10 LINE 18 COL 10
                 VALUE "YOU ARE NOT THE HEAD OF THIS DEPARTMENT   ".
       01 SCRLOCKED.
           05 SCRLOCKED-R18.
              10 LINE 18 COL 10
                 VALUE "DEPARTMENT ALREADY SUBMITTED OR APPROVED  ".
       01 SCRDONE.
           05 SCRDONE-R18.
              10 LINE 18 COL 10    VALUE "DONE".

       PROCEDURE DIVISION.
      ***************************************************************
      *   Do startup tasks, requiring posting authority.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
      *    DEPARTMENT HEADS KEY AT POSTING LEVEL (2); SEEDING,
      *    ASSIGNING HEADS, AND APPROVAL ARE SUPERVISOR (3) ACTIONS,
      *    CHECKED AS EACH OPTION IS CHOSEN.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR BUDGET PREPARATION"
           ELSE
               PERFORM 200-PROCESS-FILE THRU 200-EXIT
                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      ***************************************************************
       050-SIGN-ON.
           MOVE "CGLBUDGETPRP" TO SGN-PROGRAM-NAME
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
           DISPLAY SCRMM
           ACCEPT SCRMM
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-SEED-WORKSHEET THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-ASSIGN-HEAD THRU 400-EXIT
               WHEN "3"
                   PERFORM 500-ADJUST-LINES THRU 500-EXIT
               WHEN "4"
                   PERFORM 600-SUBMIT-DEPT THRU 600-EXIT
               WHEN "5"
                   PERFORM 700-REVIEW-APPROVE THRU 700-EXIT
               WHEN "6"
                   MOVE "Y" TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Seed next year's worksheet from this year's actuals with
      *   the overall or departmental uplift.
      ***************************************************************
       300-SEED-WORKSHEET.
           IF WS-AUTH-LEVEL < 3
               DISPLAY SCRNOAUTH
               GO TO 300-PAUSE
           END-IF
           DISPLAY SCRSEED
           ACCEPT SCRSEED
           IF WS-ACTUAL-MONTHS < 1 OR WS-ACTUAL-MONTHS > 12
               DISPLAY "MONTHS OF ACTUALS MUST BE 01-12 - NOT SEEDED"
               GO TO 300-PAUSE
           END-IF
           MOVE WS-BUDGET-YEAR TO CGLC-WKD-YEAR
           MOVE ZERO TO CGLC-WKD-DEPT
           MOVE "N" TO WS-END-OF-FILE
           START CGLC-WKS-DEPT-FILE KEY IS NOT LESS THAN CGLC-WKD-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           IF NOT EOF
               READ CGLC-WKS-DEPT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF AND CGLC-WKD-YEAR = WS-BUDGET-YEAR
                   DISPLAY "WORKSHEET FOR " WS-BUDGET-YEAR
                       " ALREADY SEEDED - NOT SEEDED AGAIN"
                   GO TO 300-PAUSE
               END-IF
           END-IF
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 100
               MOVE WS-UPLIFT-PCT TO WS-DS-UPLIFT-PCT (WS-DEPT-SUB)
               MOVE ZERO TO WS-DS-LINES (WS-DEPT-SUB)
           END-PERFORM
           MOVE "N" TO WS-ANSWER
           DISPLAY SCRMORE
           ACCEPT SCRMORE
           PERFORM 310-DEPT-UPLIFT THRU 310-EXIT
               UNTIL NOT ANSWER-YES
           COMPUTE WS-ACTUAL-YEAR = WS-BUDGET-YEAR - 1
           PERFORM 320-LOAD-ACTUALS THRU 320-EXIT
           PERFORM 330-WRITE-LINES THRU 330-EXIT
           PERFORM 340-WRITE-DEPTS THRU 340-EXIT
           DISPLAY "WORKSHEET " WS-BUDGET-YEAR " SEEDED - "
               WS-LINE-COUNT " LINES, " WS-DEPT-COUNT " DEPARTMENTS".
       300-PAUSE.
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   One department's own uplift percentage.
      ***************************************************************
       310-DEPT-UPLIFT.
           DISPLAY SCRDUPL
           ACCEPT SCRDUPL
           COMPUTE WS-DEPT-SUB = WS-SEL-DEPT + 1
           MOVE WS-UPLIFT-PCT TO WS-DS-UPLIFT-PCT (WS-DEPT-SUB)
           MOVE "N" TO WS-ANSWER
           DISPLAY SCRMORE
           ACCEPT SCRMORE.
       310-EXIT.
           EXIT.
      ***************************************************************
      *   Total this year's postings per account off the activity
      *   ledger.
      ***************************************************************
       320-LOAD-ACTUALS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 10000
               MOVE ZERO TO WS-ACTUAL-AMT (WS-ACCT-SUB)
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-ACTIVITY-FILE
           PERFORM UNTIL EOF
               READ CGLC-ACTIVITY-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF CGLC-ACT-POST-YEAR = WS-ACTUAL-YEAR
                           COMPUTE WS-ACCT-SUB = CGLC-ACT-NO + 1
                           ADD CGLC-ACT-AMOUNT
                               TO WS-ACTUAL-AMT (WS-ACCT-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-ACTIVITY-FILE
           MOVE "N" TO WS-END-OF-FILE.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   One worksheet line per active income or expense account.
      ***************************************************************
       330-WRITE-LINES.
           MOVE ZERO TO WS-LINE-COUNT
           MOVE "N" TO WS-END-OF-FILE
           MOVE ZERO TO CGLC-MSTR-NO
           START CGL-COA-MASTER-FILE KEY IS NOT LESS THAN CGLC-MSTR-NO
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ CGL-COA-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF AND MSTR-ACCT-ACTIVE AND MSTR-TYPE-BUDGETED
                   PERFORM 335-WRITE-ONE-LINE THRU 335-EXIT
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.
       330-EXIT.
           EXIT.
      ***************************************************************
      *   The account's annualized actual, uplifted for its
      *   department.
      ***************************************************************
       335-WRITE-ONE-LINE.
           COMPUTE WS-ACCT-SUB = CGLC-MSTR-NO + 1
           COMPUTE WS-DEPT-SUB = CGLC-MSTR-NO-DEPT + 1
           COMPUTE WS-AMOUNT-WORK ROUNDED =
               WS-ACTUAL-AMT (WS-ACCT-SUB) * 12 / WS-ACTUAL-MONTHS
           MOVE SPACES TO CGLC-WORKSHEET-REC
           MOVE WS-BUDGET-YEAR TO CGLC-WKS-YEAR
           MOVE CGLC-MSTR-NO TO CGLC-WKS-ACCT-NO
           MOVE CGLC-MSTR-DESCRIPTION TO CGLC-WKS-DESCRIPTION
           MOVE CGLC-MSTR-ACCT-TYPE TO CGLC-WKS-ACCT-TYPE
           MOVE WS-AMOUNT-WORK TO CGLC-WKS-ACTUAL-AMT
           COMPUTE CGLC-WKS-SEEDED-AMT ROUNDED = WS-AMOUNT-WORK
               * (100 + WS-DS-UPLIFT-PCT (WS-DEPT-SUB)) / 100
           MOVE CGLC-WKS-SEEDED-AMT TO CGLC-WKS-REQUESTED-AMT
           MOVE WS-OPERATOR-ID TO CGLC-WKS-CHANGED-BY
           MOVE WS-TODAY-DATE TO CGLC-WKS-CHANGED-DATE
           WRITE CGLC-WORKSHEET-REC
               INVALID KEY
                   DISPLAY "WORKSHEET WRITE FAILED FOR ACCOUNT "
                       CGLC-MSTR-NO
               NOT INVALID KEY
                   ADD 1 TO WS-LINE-COUNT
                   ADD 1 TO WS-DS-LINES (WS-DEPT-SUB)
           END-WRITE.
       335-EXIT.
           EXIT.
      ***************************************************************
      *   One open department row for every department seeded.
      ***************************************************************
       340-WRITE-DEPTS.
           MOVE ZERO TO WS-DEPT-COUNT
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 100
               IF WS-DS-LINES (WS-DEPT-SUB) NOT = ZERO
                   MOVE SPACES TO CGLC-WKS-DEPT-REC
                   MOVE WS-BUDGET-YEAR TO CGLC-WKD-YEAR
                   COMPUTE CGLC-WKD-DEPT = WS-DEPT-SUB - 1
                   MOVE WS-DS-UPLIFT-PCT (WS-DEPT-SUB)
                       TO CGLC-WKD-UPLIFT-PCT
                   MOVE "O" TO CGLC-WKD-STATUS
                   MOVE ZERO TO CGLC-WKD-SUBMITTED-DATE
                   MOVE ZERO TO CGLC-WKD-APPROVED-DATE
                   WRITE CGLC-WKS-DEPT-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-DEPT-COUNT
                   END-WRITE
               END-IF
           END-PERFORM.
       340-EXIT.
           EXIT.
      ***************************************************************
      *   Name the operator who heads a department for the year.
      ***************************************************************
       400-ASSIGN-HEAD.
           IF WS-AUTH-LEVEL < 3
               DISPLAY SCRNOAUTH
               GO TO 400-PAUSE
           END-IF
           PERFORM 800-SELECT-DEPT THRU 800-EXIT
           IF NOT DEPT-FOUND
               GO TO 400-PAUSE
           END-IF
           DISPLAY SCROWNER
           ACCEPT SCROWNER
           MOVE WS-NEW-OWNER-ID TO CGLC-WKD-OWNER-ID
           REWRITE CGLC-WKS-DEPT-REC
               INVALID KEY DISPLAY SCRNODEPT
               NOT INVALID KEY DISPLAY SCRDONE
           END-REWRITE.
       400-PAUSE.
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Page through the department's lines, adjusting requested
      *   amounts.  Only an open department can be changed; a
      *   supervisor may return a submitted one for changes.
      ***************************************************************
       500-ADJUST-LINES.
           PERFORM 800-SELECT-DEPT THRU 800-EXIT
           IF NOT DEPT-FOUND
               GO TO 500-PAUSE
           END-IF
           PERFORM 810-CHECK-OWNER THRU 810-EXIT
           IF NOT DEPT-FOUND
               GO TO 500-PAUSE
           END-IF
           IF WKD-SUBMITTED AND WS-AUTH-LEVEL > 2
               DISPLAY "DEPARTMENT IS SUBMITTED - RETURN IT FOR "
                   "CHANGES?"
               MOVE "N" TO WS-ANSWER
               DISPLAY SCRCONF
               ACCEPT SCRCONF
               IF ANSWER-YES
                   MOVE "O" TO CGLC-WKD-STATUS
                   MOVE SPACES TO CGLC-WKD-SUBMITTED-BY
                   MOVE ZERO TO CGLC-WKD-SUBMITTED-DATE
                   REWRITE CGLC-WKS-DEPT-REC
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
           END-IF
           IF NOT WKD-OPEN
               DISPLAY SCRLOCKED
               GO TO 500-PAUSE
           END-IF
           MOVE "N" TO WS-QUIT-LINES
           MOVE "N" TO WS-END-OF-FILE
           MOVE WS-BUDGET-YEAR TO CGLC-WKS-YEAR
           MOVE ZERO TO CGLC-WKS-ACCT-NO
           START CGLC-WORKSHEET-FILE KEY IS NOT LESS THAN CGLC-WKS-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF OR QUIT-LINES
               READ CGLC-WORKSHEET-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF CGLC-WKS-YEAR NOT = WS-BUDGET-YEAR
                       MOVE "Y" TO WS-END-OF-FILE
                   ELSE
                       IF CGLC-WKS-ACCT-DEPT = WS-SEL-DEPT
                           PERFORM 550-ADJUST-ONE-LINE THRU 550-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE
           DISPLAY SCRDONE.
       500-PAUSE.
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Show one line and take a new requested amount for it.
      ***************************************************************
       550-ADJUST-ONE-LINE.
           MOVE "N" TO WS-LINE-ACTION
           DISPLAY SCRWLINE
           ACCEPT SCRWLINE
           IF LINE-QUIT
               MOVE "Y" TO WS-QUIT-LINES
               GO TO 550-EXIT
           END-IF
           IF NOT LINE-ADJUST
               GO TO 550-EXIT
           END-IF
           DISPLAY SCRAMT
           ACCEPT SCRAMT
           MOVE WS-NEW-REQUESTED TO CGLC-WKS-REQUESTED-AMT
           MOVE WS-OPERATOR-ID TO CGLC-WKS-CHANGED-BY
           MOVE WS-TODAY-DATE TO CGLC-WKS-CHANGED-DATE
           REWRITE CGLC-WORKSHEET-REC
               INVALID KEY
                   DISPLAY "WORKSHEET REWRITE FAILED FOR ACCOUNT "
                       CGLC-WKS-ACCT-NO
           END-REWRITE.
       550-EXIT.
           EXIT.
      ***************************************************************
      *   Submit the department - its lines are locked from here.
      ***************************************************************
       600-SUBMIT-DEPT.
           PERFORM 800-SELECT-DEPT THRU 800-EXIT
           IF NOT DEPT-FOUND
               GO TO 600-PAUSE
           END-IF
           PERFORM 810-CHECK-OWNER THRU 810-EXIT
           IF NOT DEPT-FOUND
               GO TO 600-PAUSE
           END-IF
           IF NOT WKD-OPEN
               DISPLAY SCRLOCKED
               GO TO 600-PAUSE
           END-IF
           MOVE "N" TO WS-ANSWER
           DISPLAY SCRCONF
           ACCEPT SCRCONF
           IF NOT ANSWER-YES
               GO TO 600-PAUSE
           END-IF
           MOVE "S" TO CGLC-WKD-STATUS
           MOVE WS-OPERATOR-ID TO CGLC-WKD-SUBMITTED-BY
           MOVE WS-TODAY-DATE TO CGLC-WKD-SUBMITTED-DATE
           REWRITE CGLC-WKS-DEPT-REC
               INVALID KEY DISPLAY SCRNODEPT
               NOT INVALID KEY DISPLAY SCRDONE
           END-REWRITE.
       600-PAUSE.
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Summary by department, then approval of the whole year
      *   once every department has been submitted.
      ***************************************************************
       700-REVIEW-APPROVE.
           IF WS-AUTH-LEVEL < 3
               DISPLAY SCRNOAUTH
               GO TO 700-PAUSE
           END-IF
           DISPLAY SCRYEAR
           ACCEPT SCRYEAR
           PERFORM 710-BUILD-SUMMARY THRU 710-EXIT
           IF WS-DEPT-COUNT = ZERO
               DISPLAY "NO WORKSHEET FOR " WS-BUDGET-YEAR
               GO TO 700-PAUSE
           END-IF
           PERFORM 720-SHOW-SUMMARY THRU 720-EXIT
           IF WS-APPROVED-COUNT = WS-DEPT-COUNT
               DISPLAY "WORKSHEET " WS-BUDGET-YEAR
                   " IS ALREADY APPROVED"
               GO TO 700-PAUSE
           END-IF
           IF WS-UNSUBMITTED-COUNT NOT = ZERO
               DISPLAY WS-UNSUBMITTED-COUNT
                   " DEPARTMENTS NOT YET SUBMITTED - CANNOT APPROVE"
               GO TO 700-PAUSE
           END-IF
           DISPLAY "APPROVE AND LOAD THE " WS-BUDGET-YEAR " BUDGET?"
           MOVE "N" TO WS-ANSWER
           DISPLAY SCRCONF
           ACCEPT SCRCONF
           IF NOT ANSWER-YES
               GO TO 700-PAUSE
           END-IF
           PERFORM 750-LOAD-BUDGET THRU 750-EXIT
           PERFORM 760-MARK-APPROVED THRU 760-EXIT
           DISPLAY "BUDGET " WS-BUDGET-YEAR " APPROVED - "
               WS-LOADED-COUNT " ACCOUNTS LOADED".
       700-PAUSE.
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Gather each department's status and line totals.
      ***************************************************************
       710-BUILD-SUMMARY.
           MOVE ZERO TO WS-DEPT-COUNT
           MOVE ZERO TO WS-UNSUBMITTED-COUNT
           MOVE ZERO TO WS-APPROVED-COUNT
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 100
               MOVE SPACE TO WS-SM-STATUS (WS-DEPT-SUB)
               MOVE SPACES TO WS-SM-OWNER-ID (WS-DEPT-SUB)
               MOVE ZERO TO WS-SM-LINES (WS-DEPT-SUB)
               MOVE ZERO TO WS-SM-ACTUAL (WS-DEPT-SUB)
               MOVE ZERO TO WS-SM-SEEDED (WS-DEPT-SUB)
               MOVE ZERO TO WS-SM-REQUESTED (WS-DEPT-SUB)
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE
           MOVE WS-BUDGET-YEAR TO CGLC-WKD-YEAR
           MOVE ZERO TO CGLC-WKD-DEPT
           START CGLC-WKS-DEPT-FILE KEY IS NOT LESS THAN CGLC-WKD-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ CGLC-WKS-DEPT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF CGLC-WKD-YEAR NOT = WS-BUDGET-YEAR
                       MOVE "Y" TO WS-END-OF-FILE
                   ELSE
                       COMPUTE WS-DEPT-SUB = CGLC-WKD-DEPT + 1
                       MOVE CGLC-WKD-STATUS
                           TO WS-SM-STATUS (WS-DEPT-SUB)
                       MOVE CGLC-WKD-OWNER-ID
                           TO WS-SM-OWNER-ID (WS-DEPT-SUB)
                       ADD 1 TO WS-DEPT-COUNT
                       IF WKD-OPEN
                           ADD 1 TO WS-UNSUBMITTED-COUNT
                       END-IF
                       IF WKD-APPROVED
                           ADD 1 TO WS-APPROVED-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE
           MOVE WS-BUDGET-YEAR TO CGLC-WKS-YEAR
           MOVE ZERO TO CGLC-WKS-ACCT-NO
           START CGLC-WORKSHEET-FILE KEY IS NOT LESS THAN CGLC-WKS-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ CGLC-WORKSHEET-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF CGLC-WKS-YEAR NOT = WS-BUDGET-YEAR
                       MOVE "Y" TO WS-END-OF-FILE
                   ELSE
                       COMPUTE WS-DEPT-SUB = CGLC-WKS-ACCT-DEPT + 1
                       ADD 1 TO WS-SM-LINES (WS-DEPT-SUB)
                       ADD CGLC-WKS-ACTUAL-AMT
                           TO WS-SM-ACTUAL (WS-DEPT-SUB)
                       ADD CGLC-WKS-SEEDED-AMT
                           TO WS-SM-SEEDED (WS-DEPT-SUB)
                       ADD CGLC-WKS-REQUESTED-AMT
                           TO WS-SM-REQUESTED (WS-DEPT-SUB)
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.
       710-EXIT.
           EXIT.
      ***************************************************************
      *   Show the summary and print it.
      ***************************************************************
       720-SHOW-SUMMARY.
           OPEN OUTPUT CGLC-WS-REPORT-FILE
           DISPLAY "DP S HEAD          ACTUAL       SEEDED    REQUESTED"
           PERFORM VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > 100
               IF WS-SM-STATUS (WS-DEPT-SUB) NOT = SPACE
                   COMPUTE WS-DL-DEPT = WS-DEPT-SUB - 1
                   MOVE WS-SM-STATUS (WS-DEPT-SUB) TO WS-DL-STATUS
                   MOVE WS-SM-OWNER-ID (WS-DEPT-SUB) TO WS-DL-OWNER-ID
                   MOVE WS-SM-ACTUAL (WS-DEPT-SUB) TO WS-DL-ACTUAL
                   MOVE WS-SM-SEEDED (WS-DEPT-SUB) TO WS-DL-SEEDED
                   MOVE WS-SM-REQUESTED (WS-DEPT-SUB)
                       TO WS-DL-REQUESTED
                   DISPLAY WS-DISPLAY-LINE
                   MOVE SPACES TO CGLC-WS-REPORT-REC
                   MOVE WS-DL-DEPT TO CGLC-WR-DEPT
                   MOVE WS-DL-STATUS TO CGLC-WR-STATUS
                   MOVE WS-DL-OWNER-ID TO CGLC-WR-OWNER-ID
                   MOVE WS-SM-LINES (WS-DEPT-SUB) TO CGLC-WR-LINES
                   MOVE WS-SM-ACTUAL (WS-DEPT-SUB) TO CGLC-WR-ACTUAL
                   MOVE WS-SM-SEEDED (WS-DEPT-SUB) TO CGLC-WR-SEEDED
                   MOVE WS-SM-REQUESTED (WS-DEPT-SUB)
                       TO CGLC-WR-REQUESTED
                   WRITE CGLC-WS-REPORT-REC
               END-IF
           END-PERFORM
           CLOSE CGLC-WS-REPORT-FILE.
       720-EXIT.
           EXIT.
      ***************************************************************
      *   Load every line's requested amount onto the budget file -
      *   annual, and one twelfth per period.
      ***************************************************************
       750-LOAD-BUDGET.
           MOVE ZERO TO WS-LOADED-COUNT
           OPEN I-O CGLC-BUDGET-FILE
           MOVE "N" TO WS-END-OF-FILE
           MOVE WS-BUDGET-YEAR TO CGLC-WKS-YEAR
           MOVE ZERO TO CGLC-WKS-ACCT-NO
           START CGLC-WORKSHEET-FILE KEY IS NOT LESS THAN CGLC-WKS-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ CGLC-WORKSHEET-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF CGLC-WKS-YEAR NOT = WS-BUDGET-YEAR
                       MOVE "Y" TO WS-END-OF-FILE
                   ELSE
                       PERFORM 755-LOAD-ONE-ACCOUNT THRU 755-EXIT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CGLC-BUDGET-FILE
           MOVE "N" TO WS-END-OF-FILE.
       750-EXIT.
           EXIT.
      ***************************************************************
      *   Rewrite the account's budget, or add it if it is new.
      ***************************************************************
       755-LOAD-ONE-ACCOUNT.
           MOVE CGLC-WKS-ACCT-NO TO CGLC-BUD-ACCT-NO
           READ CGLC-BUDGET-FILE
               INVALID KEY
                   MOVE CGLC-WKS-ACCT-NO TO CGLC-BUD-ACCT-NO
                   MOVE CGLC-WKS-REQUESTED-AMT TO CGLC-BUD-ANNUAL-AMT
                   COMPUTE CGLC-BUD-PERIOD-AMT ROUNDED =
                       CGLC-WKS-REQUESTED-AMT / 12
                   MOVE SPACE TO CGLC-BUD-LIMIT-FLAG
                   WRITE CGLC-BUDGET-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
                   END-WRITE
               NOT INVALID KEY
                   MOVE CGLC-WKS-REQUESTED-AMT TO CGLC-BUD-ANNUAL-AMT
                   COMPUTE CGLC-BUD-PERIOD-AMT ROUNDED =
                       CGLC-WKS-REQUESTED-AMT / 12
                   REWRITE CGLC-BUDGET-REC
                       INVALID KEY CONTINUE
                       NOT INVALID KEY ADD 1 TO WS-LOADED-COUNT
                   END-REWRITE
           END-READ.
       755-EXIT.
           EXIT.
      ***************************************************************
      *   Stamp every department of the year approved.
      ***************************************************************
       760-MARK-APPROVED.
           MOVE "N" TO WS-END-OF-FILE
           MOVE WS-BUDGET-YEAR TO CGLC-WKD-YEAR
           MOVE ZERO TO CGLC-WKD-DEPT
           START CGLC-WKS-DEPT-FILE KEY IS NOT LESS THAN CGLC-WKD-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ CGLC-WKS-DEPT-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF CGLC-WKD-YEAR NOT = WS-BUDGET-YEAR
                       MOVE "Y" TO WS-END-OF-FILE
                   ELSE
                       MOVE "A" TO CGLC-WKD-STATUS
                       MOVE WS-OPERATOR-ID TO CGLC-WKD-APPROVED-BY
                       MOVE WS-TODAY-DATE TO CGLC-WKD-APPROVED-DATE
                       REWRITE CGLC-WKS-DEPT-REC
                           INVALID KEY CONTINUE
                       END-REWRITE
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.
       760-EXIT.
           EXIT.
      ***************************************************************
      *   Ask for the budget year and department and read its row.
      ***************************************************************
       800-SELECT-DEPT.
           DISPLAY SCRYEAR
           ACCEPT SCRYEAR
           DISPLAY SCRDEPT
           ACCEPT SCRDEPT
           MOVE WS-BUDGET-YEAR TO CGLC-WKD-YEAR
           MOVE WS-SEL-DEPT TO CGLC-WKD-DEPT
           READ CGLC-WKS-DEPT-FILE
               INVALID KEY
                   MOVE "N" TO WS-DEPT-FOUND
                   DISPLAY SCRNODEPT
               NOT INVALID KEY MOVE "Y" TO WS-DEPT-FOUND
           END-READ.
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Only the department's head, or a supervisor, may work it.
      ***************************************************************
       810-CHECK-OWNER.
           IF WS-AUTH-LEVEL < 3
                   AND CGLC-WKD-OWNER-ID NOT = WS-OPERATOR-ID
               MOVE "N" TO WS-DEPT-FOUND
               DISPLAY SCRNOTOWN
           END-IF.
       810-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files, get the current date, and sign on.
      ***************************************************************
       900-INITIALIZATION.
           OPEN INPUT CGL-COA-MASTER-FILE.
           OPEN I-O CGLC-WORKSHEET-FILE.
           OPEN I-O CGLC-WKS-DEPT-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE (1:8) TO WS-TODAY-DATE.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGL-COA-MASTER-FILE.
           CLOSE CGLC-WORKSHEET-FILE.
           CLOSE CGLC-WKS-DEPT-FILE.
       910-EXIT.
           EXIT.
