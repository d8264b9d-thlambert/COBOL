       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLFLUXANAL.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Period-over-period flux analysis.  Each quarter the auditors
      * ask why an account moved; the answer now lives on the ledger
      * instead of in somebody's memory.  One row per account per
      * period compares the month-end balance on the COABALHIST.DAT
      * snapshot to the prior month's and to the same month last
      * year, and is flagged when either change is over the
      * threshold the controller has set for the account's type.
      *
      *   1  SET THRESHOLDS   supervisor sign-on only.  A dollar and a
      *                       percentage threshold per account type
      *                       (C A L I E O); a change over either one
      *                       is flagged.  A zero threshold is not
      *                       tested, and a type with no thresholds
      *                       set is never flagged.
      *   2  LOAD PERIOD      builds the period's rows off the three
      *                       snapshots.  A comparison period with no
      *                       snapshot is not tested.  Reloading after
      *                       a retaken snapshot refreshes the
      *                       figures; a row already explained whose
      *                       balance moved must be explained again.
      *   3  EXPLAIN ACCOUNT  the owner of a flagged line records why
      *                       it moved, stamped with their operator ID
      *                       and the date.
      *
      * CGLFLUXRPT prints the period's flagged lines and what is still
      * unexplained, and keeps a copy for each period.
      *
      *   File  :  J:\CS3530\COAFLUXFILE.DAT
      *            J:\CS3530\COAFLUXTHRESH.DAT
      *   Input :  J:\CS3530\COABALHIST.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CGLC-FLUX-FILE
               ASSIGN TO UT-SYS-FLUX-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-FLX-KEY.
           SELECT OPTIONAL CGLC-FLUX-THRESH-FILE
               ASSIGN TO UT-SYS-FLUX-THRESH-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-FTH-ACCT-TYPE.
           SELECT CGLC-BALHIST-FILE
               ASSIGN TO UT-SYS-BALHIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-FLUX-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 160 CHARACTERS.
       01  CGLC-FLUX-REC.
           05  CGLC-FLX-KEY.
               10  CGLC-FLX-PERIOD         PIC 9(6).
               10  CGLC-FLX-ACCT-NO        PIC 9(4).
           05  CGLC-FLX-DESCRIPTION        PIC X(30).
           05  CGLC-FLX-ACCT-TYPE          PIC X.
           05  CGLC-FLX-CUR-BALANCE        PIC S9(7)V99.
           05  CGLC-FLX-PRIOR-BALANCE      PIC S9(7)V99.
           05  CGLC-FLX-PRIOR-FOUND        PIC X.
               88  FLX-PRIOR-FOUND         VALUE "Y".
           05  CGLC-FLX-YAGO-BALANCE       PIC S9(7)V99.
           05  CGLC-FLX-YAGO-FOUND         PIC X.
               88  FLX-YAGO-FOUND          VALUE "Y".
           05  CGLC-FLX-PRIOR-FLAG         PIC X.
               88  FLX-PRIOR-FLAGGED       VALUE "Y".
           05  CGLC-FLX-YAGO-FLAG          PIC X.
               88  FLX-YAGO-FLAGGED        VALUE "Y".
           05  CGLC-FLX-FLAGGED            PIC X.
               88  FLX-FLAGGED             VALUE "Y".
           05  CGLC-FLX-EXPLANATION        PIC X(60).
           05  CGLC-FLX-EXPLAINED-BY       PIC X(8).
           05  CGLC-FLX-EXPLAINED-DATE     PIC 9(8).
           05  FILLER                      PIC X(11).
       FD  CGLC-FLUX-THRESH-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 40 CHARACTERS.
       01  CGLC-FLUX-THRESH-REC.
           05  CGLC-FTH-ACCT-TYPE          PIC X.
           05  CGLC-FTH-DOLLAR             PIC 9(7)V99.
           05  CGLC-FTH-PERCENT            PIC 9(3)V99.
           05  CGLC-FTH-SET-BY             PIC X(8).
           05  CGLC-FTH-SET-DATE           PIC 9(8).
           05  FILLER                      PIC X(9).
       FD  CGLC-BALHIST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CGLC-BALHIST-REC.
           05  CGLC-SNP-PERIOD             PIC 9(6).
           05  CGLC-SNP-ACCT-NO            PIC 9(4).
           05  CGLC-SNP-CUR-BALANCE        PIC S9(7)V99.
           05  CGLC-SNP-ACCT-TYPE          PIC X.
           05  CGLC-SNP-DESCRIPTION        PIC X(30).

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
           05  UT-SYS-FLUX-FILE            PIC X(50)
               VALUE "J:\CS3530\COAFLUXFILE.DAT".
           05  UT-SYS-FLUX-THRESH-FILE     PIC X(50)
               VALUE "J:\CS3530\COAFLUXTHRESH.DAT".
           05  UT-SYS-BALHIST-FILE         PIC X(50)
               VALUE "J:\CS3530\COABALHIST.DAT".
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
           05  WS-FLX-NOT-FOUND            PIC X      VALUE "F".
               88  FLUX-FOUND              VALUE "T".
           05  WS-FTH-NOT-FOUND            PIC X      VALUE "F".
               88  THRESH-FOUND            VALUE "T".
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-FLAG-RESULT              PIC X.
       01  WS-MESSAGE                      PIC X(50)  VALUE SPACES.
       01  WS-LOAD-PERIOD.
           05  WS-LOAD-YEAR                PIC 9(4).
           05  WS-LOAD-MONTH               PIC 99.
       01  WS-LOAD-PERIOD-N REDEFINES WS-LOAD-PERIOD
                                           PIC 9(6).
       01  WS-PRIOR-PERIOD.
           05  WS-PRIOR-YEAR               PIC 9(4).
           05  WS-PRIOR-MONTH              PIC 99.
       01  WS-PRIOR-PERIOD-N REDEFINES WS-PRIOR-PERIOD
                                           PIC 9(6).
       01  WS-YAGO-PERIOD.
           05  WS-YAGO-YEAR                PIC 9(4).
           05  WS-YAGO-MONTH               PIC 99.
       01  WS-YAGO-PERIOD-N REDEFINES WS-YAGO-PERIOD
                                           PIC 9(6).
      *    COMPARISON BALANCES BY ACCOUNT NUMBER (SUBSCRIPT =
      *    ACCOUNT + 1), GATHERED IN ONE PASS OF THE HISTORY.
       01  WS-COMPARE-TABLE.
           05  WS-CMP-ENTRY OCCURS 10000 TIMES.
               10  WS-CMP-PRIOR-BALANCE    PIC S9(7)V99.
               10  WS-CMP-PRIOR-FOUND      PIC X.
               10  WS-CMP-YAGO-BALANCE     PIC S9(7)V99.
               10  WS-CMP-YAGO-FOUND       PIC X.
       01  WS-ACCT-SUB                     PIC 9(5).
       01  WS-LOAD-COUNTS.
           05  WS-LOAD-ADDED               PIC 9(4)   VALUE ZERO.
           05  WS-LOAD-REFRESHED           PIC 9(4)   VALUE ZERO.
           05  WS-LOAD-FLAGGED             PIC 9(4)   VALUE ZERO.
           05  WS-LOAD-REOPENED            PIC 9(4)   VALUE ZERO.
       01  WS-SAVE-SNAPSHOT.
           05  WS-SAVE-BALANCE             PIC S9(7)V99.
           05  WS-SAVE-TYPE                PIC X.
           05  WS-SAVE-DESCRIPTION         PIC X(30).
       01  WS-FLAG-WORK.
           05  WS-BASE-BALANCE             PIC S9(7)V99.
           05  WS-ABS-BASE                 PIC 9(8)V99.
           05  WS-ABS-CHANGE               PIC 9(8)V99.
           05  WS-CHANGE-PCT               PIC 9(7)V99.
       01  WS-VIEW-CHANGES.
           05  WS-PRIOR-CHANGE             PIC S9(8)V99.
           05  WS-YAGO-CHANGE              PIC S9(8)V99.
       01  WS-THRESH-ENTRY.
           05  WS-THR-TYPE                 PIC X.
               88  THR-TYPE-VALID          VALUE "C" "A" "L" "I"
                                                 "E" "O".
           05  WS-THR-DOLLAR               PIC 9(7)V99.
           05  WS-THR-PERCENT              PIC 9(3)V99.
       01  WS-TODAY                        PIC 9(8).
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
              10         COL 30         VALUE "Flux Analysis".
              10         COL 71     PIC 99 FROM WS-MONTH.
              10         COL 73         VALUE "/".
              10         COL 74     PIC 99 FROM WS-DAY.
              10         COL 76         VALUE "/".
              10         COL 77     PIC 9(4) FROM WS-YEAR.
           05 SCRMM-R5.
              10 LINE 5  COL 10     VALUE "ENTER MENU OPTION:".
              10        COL 30    PIC X TO WS-MENU-CHOICE.
           05 SCRMM-R7.
              10 LINE 7  COL 14    VALUE "1. SET THRESHOLDS".
           05 SCRMM-R8.
              10 LINE 8  COL 14    VALUE "2. LOAD PERIOD".
           05 SCRMM-R9.
              10 LINE 9  COL 14    VALUE "3. EXPLAIN ACCOUNT".
           05 SCRMM-R10.
              10 LINE 10 COL 14    VALUE "4. EXIT".
       01 SCR01.
           05 SCR1-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10     VALUE "ENTER PERIOD (YYYYMM):".
              10         COL 33   PIC 9(6) TO CGLC-FLX-PERIOD.
              10         COL 41     VALUE "ACCOUNT:".
              10         COL 50   PIC 9(4) TO CGLC-FLX-ACCT-NO.
       01 SCRLOAD.
           05 SCRLOAD-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10     VALUE "ENTER PERIOD (YYYYMM):".
              10         COL 33   PIC 9(6) TO WS-LOAD-PERIOD-N.
       01 SCRTYPE.
           05 SCRTYPE-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10
                 VALUE "ACCOUNT TYPE (C/A/L/I/E/O):".
              10         COL 39   PIC X TO WS-THR-TYPE.
       01 SCRTHRESH.
           05 SCRTHRESH-R7.
              10 LINE 7  COL 16    VALUE "DOLLAR THRESHOLD:".
              10 LINE 7  COL 40    PIC $ZZZZZZ9.99
                                       FROM CGLC-FTH-DOLLAR.
              10 LINE 7  COL 54    PIC 9(7)V99 TO WS-THR-DOLLAR.
           05 SCRTHRESH-R8.
              10 LINE 8  COL 16    VALUE "PERCENT THRESHOLD:".
              10 LINE 8  COL 40    PIC ZZ9.99
                                       FROM CGLC-FTH-PERCENT.
              10 LINE 8  COL 54    PIC 9(3)V99 TO WS-THR-PERCENT.
           05 SCRTHRESH-R9.
              10 LINE 9  COL 16    VALUE "LAST SET BY:".
              10 LINE 9  COL 40    PIC X(8) FROM CGLC-FTH-SET-BY.
              10 LINE 9  COL 50    PIC 9(8) FROM CGLC-FTH-SET-DATE.
       01 SCR02.
           05 SCR2-R17.
              10 LINE 17 COL 16    VALUE "PRESS ENTER TO CONTINUE".
       01 SCRMSG.
           05 SCRMSG-R15.
              10 LINE 15 COL 16    PIC X(50) FROM WS-MESSAGE.
       01 SCRLOADSUC.
           05 SCRLOADSUC-R7.
              10 LINE 7  COL 16    VALUE "ROWS ADDED:".
              10 LINE 7  COL 36    PIC ZZZ9 FROM WS-LOAD-ADDED.
           05 SCRLOADSUC-R8.
              10 LINE 8  COL 16    VALUE "ROWS REFRESHED:".
              10 LINE 8  COL 36    PIC ZZZ9 FROM WS-LOAD-REFRESHED.
           05 SCRLOADSUC-R9.
              10 LINE 9  COL 16    VALUE "LINES FLAGGED:".
              10 LINE 9  COL 36    PIC ZZZ9 FROM WS-LOAD-FLAGGED.
           05 SCRLOADSUC-R10.
              10 LINE 10 COL 16    VALUE "TO EXPLAIN AGAIN:".
              10 LINE 10 COL 36    PIC ZZZ9 FROM WS-LOAD-REOPENED.
       01 SCRVIEW.
           05 SCRVIEW-R6.
              10 LINE 6  COL 16    VALUE "ACCOUNT:" ERASE EOL.
              10 LINE 6  COL 36    PIC X(30) FROM CGLC-FLX-DESCRIPTION.
              10 LINE 6  COL 68    PIC X FROM CGLC-FLX-ACCT-TYPE.
           05 SCRVIEW-R7.
              10 LINE 7  COL 16    VALUE "MONTH-END BALANCE:".
              10 LINE 7  COL 36    PIC $ZZZZZZ9.99-
                                       FROM CGLC-FLX-CUR-BALANCE.
           05 SCRVIEW-R8.
              10 LINE 8  COL 16    VALUE "PRIOR MONTH:".
              10 LINE 8  COL 36    PIC $ZZZZZZ9.99-
                                       FROM CGLC-FLX-PRIOR-BALANCE.
              10 LINE 8  COL 50    PIC $ZZZZZZZ9.99-
                                       FROM WS-PRIOR-CHANGE.
              10 LINE 8  COL 65    PIC X FROM CGLC-FLX-PRIOR-FLAG.
           05 SCRVIEW-R9.
              10 LINE 9  COL 16    VALUE "SAME MONTH LAST YR:".
              10 LINE 9  COL 36    PIC $ZZZZZZ9.99-
                                       FROM CGLC-FLX-YAGO-BALANCE.
              10 LINE 9  COL 50    PIC $ZZZZZZZ9.99-
                                       FROM WS-YAGO-CHANGE.
              10 LINE 9  COL 65    PIC X FROM CGLC-FLX-YAGO-FLAG.
           05 SCRVIEW-R11.
              10 LINE 11 COL 16    VALUE "EXPLANATION:".
           05 SCRVIEW-R12.
              10 LINE 12 COL 16    PIC X(60) FROM CGLC-FLX-EXPLANATION.
           05 SCRVIEW-R13.
              10 LINE 13 COL 16    VALUE "EXPLAINED BY:".
              10 LINE 13 COL 36    PIC X(8) FROM CGLC-FLX-EXPLAINED-BY.
              10 LINE 13 COL 46    PIC 9(8)
                                       FROM CGLC-FLX-EXPLAINED-DATE.
       01 SCREXPL.
           05 SCREXPL-R12.
              10 LINE 12 COL 16    PIC X(60) TO CGLC-FLX-EXPLANATION.

       PROCEDURE DIVISION.
      ***************************************************************
      *   Sign-on.
      *   Do startup tasks.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR FLUX ANALYSIS"
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
           MOVE "CGLFLUXANAL" TO SGN-PROGRAM-NAME
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
           IF WS-MENU-CHOICE = 1
               PERFORM 300-SET-THRESHOLDS THRU 300-EXIT
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 400-LOAD-PERIOD THRU 400-EXIT
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 500-EXPLAIN-ACCOUNT THRU 500-EXIT
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
      *   Controller sets the dollar and percentage thresholds for
      *   one account type.
      ***************************************************************
       300-SET-THRESHOLDS.
           IF WS-AUTH-LEVEL < 3
               MOVE "NOT AUTHORIZED - SUPERVISOR SIGN-ON REQUIRED"
                   TO WS-MESSAGE
               GO TO 300-REFUSE
           END-IF
           DISPLAY SCRTYPE
           ACCEPT SCRTYPE
           IF NOT THR-TYPE-VALID
               MOVE "ACCOUNT TYPE MUST BE C, A, L, I, E, OR O"
                   TO WS-MESSAGE
               GO TO 300-REFUSE
           END-IF
           MOVE WS-THR-TYPE TO CGLC-FTH-ACCT-TYPE
           PERFORM 710-READ-THRESHOLD THRU 710-EXIT
           IF NOT THRESH-FOUND
               MOVE WS-THR-TYPE TO CGLC-FTH-ACCT-TYPE
               MOVE ZERO TO CGLC-FTH-DOLLAR
               MOVE ZERO TO CGLC-FTH-PERCENT
               MOVE SPACES TO CGLC-FTH-SET-BY
               MOVE ZERO TO CGLC-FTH-SET-DATE
           END-IF
           DISPLAY SCRTHRESH
           ACCEPT SCRTHRESH
           MOVE WS-THR-DOLLAR TO CGLC-FTH-DOLLAR
           MOVE WS-THR-PERCENT TO CGLC-FTH-PERCENT
           MOVE WS-OPERATOR-ID TO CGLC-FTH-SET-BY
           MOVE WS-TODAY TO CGLC-FTH-SET-DATE
           IF THRESH-FOUND
               REWRITE CGLC-FLUX-THRESH-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CGLC-FLUX-THRESH-REC
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF
           MOVE "THRESHOLDS SAVED - RELOAD OPEN PERIODS TO APPLY"
               TO WS-MESSAGE
           DISPLAY SCRTHRESH.
       300-REFUSE.
           DISPLAY SCRMSG
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Build or refresh the period's rows from its snapshot and
      *   the two comparison snapshots.
      ***************************************************************
       400-LOAD-PERIOD.
           DISPLAY SCRLOAD
           ACCEPT SCRLOAD
           IF WS-LOAD-MONTH < 1 OR WS-LOAD-MONTH > 12
               MOVE "INVALID PERIOD - MONTH MUST BE 01-12"
                   TO WS-MESSAGE
               DISPLAY SCRMSG
               DISPLAY SCR02
               ACCEPT WS-CONTINUE
               GO TO 400-EXIT
           END-IF
           IF WS-LOAD-MONTH = 1
               COMPUTE WS-PRIOR-YEAR = WS-LOAD-YEAR - 1
               MOVE 12 TO WS-PRIOR-MONTH
           ELSE
               MOVE WS-LOAD-YEAR TO WS-PRIOR-YEAR
               COMPUTE WS-PRIOR-MONTH = WS-LOAD-MONTH - 1
           END-IF
           COMPUTE WS-YAGO-YEAR = WS-LOAD-YEAR - 1
           MOVE WS-LOAD-MONTH TO WS-YAGO-MONTH
           MOVE ZERO TO WS-LOAD-ADDED
           MOVE ZERO TO WS-LOAD-REFRESHED
           MOVE ZERO TO WS-LOAD-FLAGGED
           MOVE ZERO TO WS-LOAD-REOPENED
           PERFORM 410-GATHER-COMPARISONS THRU 410-EXIT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-BALHIST-FILE
           PERFORM UNTIL EOF
               READ CGLC-BALHIST-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF CGLC-SNP-PERIOD = WS-LOAD-PERIOD-N
                           PERFORM 450-LOAD-ACCOUNT THRU 450-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-BALHIST-FILE
           IF WS-LOAD-ADDED = ZERO AND WS-LOAD-REFRESHED = ZERO
               MOVE "NO SNAPSHOT ON FILE - RUN CGLSNAPSHOT FIRST"
                   TO WS-MESSAGE
               DISPLAY SCRMSG
           ELSE
               DISPLAY SCRLOADSUC
           END-IF
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Pick up every account's prior-month and year-ago balances.
      ***************************************************************
       410-GATHER-COMPARISONS.
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > 10000
               MOVE ZERO TO WS-CMP-PRIOR-BALANCE (WS-ACCT-SUB)
               MOVE "N" TO WS-CMP-PRIOR-FOUND (WS-ACCT-SUB)
               MOVE ZERO TO WS-CMP-YAGO-BALANCE (WS-ACCT-SUB)
               MOVE "N" TO WS-CMP-YAGO-FOUND (WS-ACCT-SUB)
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-BALHIST-FILE
           PERFORM UNTIL EOF
               READ CGLC-BALHIST-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       COMPUTE WS-ACCT-SUB = CGLC-SNP-ACCT-NO + 1
                       IF CGLC-SNP-PERIOD = WS-PRIOR-PERIOD-N
                           MOVE CGLC-SNP-CUR-BALANCE
                               TO WS-CMP-PRIOR-BALANCE (WS-ACCT-SUB)
                           MOVE "Y" TO WS-CMP-PRIOR-FOUND (WS-ACCT-SUB)
                       END-IF
                       IF CGLC-SNP-PERIOD = WS-YAGO-PERIOD-N
                           MOVE CGLC-SNP-CUR-BALANCE
                               TO WS-CMP-YAGO-BALANCE (WS-ACCT-SUB)
                           MOVE "Y" TO WS-CMP-YAGO-FOUND (WS-ACCT-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-BALHIST-FILE
           MOVE "N" TO WS-END-OF-FILE.
       410-EXIT.
           EXIT.
      ***************************************************************
      *   Add the account's row, or refresh its figures.  A row
      *   already explained whose balance moved is opened again.
      ***************************************************************
       450-LOAD-ACCOUNT.
           MOVE CGLC-SNP-CUR-BALANCE TO WS-SAVE-BALANCE
           MOVE CGLC-SNP-ACCT-TYPE TO WS-SAVE-TYPE
           MOVE CGLC-SNP-DESCRIPTION TO WS-SAVE-DESCRIPTION
           COMPUTE WS-ACCT-SUB = CGLC-SNP-ACCT-NO + 1
           MOVE CGLC-SNP-PERIOD TO CGLC-FLX-PERIOD
           MOVE CGLC-SNP-ACCT-NO TO CGLC-FLX-ACCT-NO
           PERFORM 700-READ-FLUX THRU 700-EXIT
           IF NOT FLUX-FOUND
               MOVE SPACES TO CGLC-FLUX-REC
               MOVE WS-LOAD-PERIOD-N TO CGLC-FLX-PERIOD
               MOVE CGLC-SNP-ACCT-NO TO CGLC-FLX-ACCT-NO
               MOVE ZERO TO CGLC-FLX-EXPLAINED-DATE
           ELSE
               IF CGLC-FLX-CUR-BALANCE NOT = WS-SAVE-BALANCE
                       AND CGLC-FLX-EXPLAINED-BY NOT = SPACES
                   MOVE SPACES TO CGLC-FLX-EXPLAINED-BY
                   MOVE ZERO TO CGLC-FLX-EXPLAINED-DATE
                   ADD 1 TO WS-LOAD-REOPENED
               END-IF
           END-IF
           MOVE WS-SAVE-DESCRIPTION TO CGLC-FLX-DESCRIPTION
           MOVE WS-SAVE-TYPE TO CGLC-FLX-ACCT-TYPE
           MOVE WS-SAVE-BALANCE TO CGLC-FLX-CUR-BALANCE
           MOVE WS-CMP-PRIOR-BALANCE (WS-ACCT-SUB)
               TO CGLC-FLX-PRIOR-BALANCE
           MOVE WS-CMP-PRIOR-FOUND (WS-ACCT-SUB)
               TO CGLC-FLX-PRIOR-FOUND
           MOVE WS-CMP-YAGO-BALANCE (WS-ACCT-SUB)
               TO CGLC-FLX-YAGO-BALANCE
           MOVE WS-CMP-YAGO-FOUND (WS-ACCT-SUB)
               TO CGLC-FLX-YAGO-FOUND
           MOVE WS-SAVE-TYPE TO CGLC-FTH-ACCT-TYPE
           PERFORM 710-READ-THRESHOLD THRU 710-EXIT
           MOVE "N" TO CGLC-FLX-PRIOR-FLAG
           IF FLX-PRIOR-FOUND
               MOVE CGLC-FLX-PRIOR-BALANCE TO WS-BASE-BALANCE
               PERFORM 460-TEST-CHANGE THRU 460-EXIT
               MOVE WS-FLAG-RESULT TO CGLC-FLX-PRIOR-FLAG
           END-IF
           MOVE "N" TO CGLC-FLX-YAGO-FLAG
           IF FLX-YAGO-FOUND
               MOVE CGLC-FLX-YAGO-BALANCE TO WS-BASE-BALANCE
               PERFORM 460-TEST-CHANGE THRU 460-EXIT
               MOVE WS-FLAG-RESULT TO CGLC-FLX-YAGO-FLAG
           END-IF
           IF FLX-PRIOR-FLAGGED OR FLX-YAGO-FLAGGED
               MOVE "Y" TO CGLC-FLX-FLAGGED
               ADD 1 TO WS-LOAD-FLAGGED
           ELSE
               MOVE "N" TO CGLC-FLX-FLAGGED
           END-IF
           IF FLUX-FOUND
               ADD 1 TO WS-LOAD-REFRESHED
               REWRITE CGLC-FLUX-REC
                   INVALID KEY CONTINUE
               END-REWRITE
           ELSE
               WRITE CGLC-FLUX-REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-LOAD-ADDED
               END-WRITE
           END-IF.
       450-EXIT.
           EXIT.
      ***************************************************************
      *   Is the move from the comparison balance over the type's
      *   dollar or percentage threshold?  A move off a zero balance
      *   is over any percentage.
      ***************************************************************
       460-TEST-CHANGE.
           MOVE "N" TO WS-FLAG-RESULT
           IF NOT THRESH-FOUND
               GO TO 460-EXIT
           END-IF
           IF CGLC-FLX-CUR-BALANCE < WS-BASE-BALANCE
               COMPUTE WS-ABS-CHANGE =
                   WS-BASE-BALANCE - CGLC-FLX-CUR-BALANCE
           ELSE
               COMPUTE WS-ABS-CHANGE =
                   CGLC-FLX-CUR-BALANCE - WS-BASE-BALANCE
           END-IF
           IF WS-ABS-CHANGE = ZERO
               GO TO 460-EXIT
           END-IF
           IF CGLC-FTH-DOLLAR > ZERO
                   AND WS-ABS-CHANGE > CGLC-FTH-DOLLAR
               MOVE "Y" TO WS-FLAG-RESULT
               GO TO 460-EXIT
           END-IF
           IF CGLC-FTH-PERCENT = ZERO
               GO TO 460-EXIT
           END-IF
           IF WS-BASE-BALANCE = ZERO
               MOVE "Y" TO WS-FLAG-RESULT
               GO TO 460-EXIT
           END-IF
           IF WS-BASE-BALANCE < ZERO
               COMPUTE WS-ABS-BASE = ZERO - WS-BASE-BALANCE
           ELSE
               MOVE WS-BASE-BALANCE TO WS-ABS-BASE
           END-IF
           COMPUTE WS-CHANGE-PCT ROUNDED =
               WS-ABS-CHANGE * 100 / WS-ABS-BASE
               ON SIZE ERROR MOVE 9999999.99 TO WS-CHANGE-PCT
           END-COMPUTE
           IF WS-CHANGE-PCT > CGLC-FTH-PERCENT
               MOVE "Y" TO WS-FLAG-RESULT
           END-IF.
       460-EXIT.
           EXIT.
      ***************************************************************
      *   Record why a flagged line moved.
      ***************************************************************
       500-EXPLAIN-ACCOUNT.
           DISPLAY SCR01
           ACCEPT SCR01
           PERFORM 700-READ-FLUX THRU 700-EXIT
           IF NOT FLUX-FOUND
               MOVE "ACCOUNT IS NOT LOADED FOR THAT PERIOD"
                   TO WS-MESSAGE
               GO TO 500-REFUSE
           END-IF
           PERFORM 720-SET-VIEW-CHANGES THRU 720-EXIT
           DISPLAY SCRVIEW
           IF NOT FLX-FLAGGED
               MOVE "LINE IS NOT FLAGGED - NO EXPLANATION NEEDED"
                   TO WS-MESSAGE
               GO TO 500-REFUSE
           END-IF
           ACCEPT SCREXPL
           IF CGLC-FLX-EXPLANATION = SPACES
               MOVE "NO EXPLANATION KEYED - LINE NOT CHANGED"
                   TO WS-MESSAGE
               GO TO 500-REFUSE
           END-IF
           MOVE WS-OPERATOR-ID TO CGLC-FLX-EXPLAINED-BY
           MOVE WS-TODAY TO CGLC-FLX-EXPLAINED-DATE
           REWRITE CGLC-FLUX-REC
               INVALID KEY
                   MOVE "ACCOUNT IS NOT LOADED FOR THAT PERIOD"
                       TO WS-MESSAGE
               NOT INVALID KEY
                   MOVE "EXPLANATION RECORDED" TO WS-MESSAGE
           END-REWRITE
           DISPLAY SCRVIEW.
       500-REFUSE.
           DISPLAY SCRMSG
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the flux file.
      ***************************************************************
       700-READ-FLUX.
           READ CGLC-FLUX-FILE
              INVALID KEY MOVE "F" TO WS-FLX-NOT-FOUND
              NOT INVALID KEY MOVE "T" TO WS-FLX-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Read the thresholds for one account type.
      ***************************************************************
       710-READ-THRESHOLD.
           READ CGLC-FLUX-THRESH-FILE
              INVALID KEY MOVE "F" TO WS-FTH-NOT-FOUND
              NOT INVALID KEY MOVE "T" TO WS-FTH-NOT-FOUND
           END-READ.
       710-EXIT.
           EXIT.
      ***************************************************************
      *   The two changes shown on the account view.
      ***************************************************************
       720-SET-VIEW-CHANGES.
           MOVE ZERO TO WS-PRIOR-CHANGE
           MOVE ZERO TO WS-YAGO-CHANGE
           IF FLX-PRIOR-FOUND
               COMPUTE WS-PRIOR-CHANGE =
                   CGLC-FLX-CUR-BALANCE - CGLC-FLX-PRIOR-BALANCE
           END-IF
           IF FLX-YAGO-FOUND
               COMPUTE WS-YAGO-CHANGE =
                   CGLC-FLX-CUR-BALANCE - CGLC-FLX-YAGO-BALANCE
           END-IF.
       720-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files and get the current date.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O CGLC-FLUX-FILE.
           OPEN I-O CGLC-FLUX-THRESH-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE (1:8) TO WS-TODAY.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGLC-FLUX-FILE.
           CLOSE CGLC-FLUX-THRESH-FILE.
       910-EXIT.
           EXIT.
