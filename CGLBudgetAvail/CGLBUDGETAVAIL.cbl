       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLBUDGETAVAIL.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Budget-available report.  CGLBUDGETVARRPT compares actual to
      * budget after the fact; this answers "how much is left to
      * commit" by also counting what is encumbered - open purchase
      * order value on COAENCUMBFILE.DAT that has not yet been
      * received and posted.  One line per account on the budget
      * file -
      *
      *   budget       the annual budget
      *   encumbered   open encumbrance charged to the account
      *   actual       the account's current balance
      *   remaining    budget less encumbered less actual
      *
      * with "H" beside a hard-limited account and OVER beside any
      * account whose remaining has gone negative, then totals.  Ends
      * RC 4 when any account is over, so a close driver can tell.
      *
      * Input:  J:\CS3530\COABUDGETFILE.DAT
      *         J:\CS3530\COAFILEMASTER.DAT
      *         J:\CS3530\COAENCUMBFILE.DAT
      * Output: J:\CS3530\COABUDGETAVAILRPT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CGLC-BUDGET-FILE
               ASSIGN TO UT-SYS-BUDGET-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CGLC-BUD-ACCT-NO.
           SELECT CGL-COA-MASTER-FILE
               ASSIGN TO UT-SYS-COA-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-MSTR-NO.
           SELECT OPTIONAL CGLC-ENCUMB-FILE
               ASSIGN TO UT-SYS-ENCUMB-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-BA-REPORT-FILE
               ASSIGN TO UT-SYS-BA-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-BUDGET-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 23 CHARACTERS.
       01  CGLC-BUDGET-REC.
           05  CGLC-BUD-ACCT-NO            PIC 9(4).
           05  CGLC-BUD-ANNUAL-AMT         PIC S9(7)V99.
           05  CGLC-BUD-PERIOD-AMT         PIC S9(7)V99.
           05  CGLC-BUD-LIMIT-FLAG         PIC X.
               88  BUD-HARD-LIMIT          VALUE "H".
       FD  CGL-COA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS.
       01  CGL-COA-MSTR-REC.
           05  CGLC-MSTR-NO                PIC 9(4).
           05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
           05  CGLC-MSTR-ACCT-TYPE         PIC X.
           05  CGLC-MSTR-DESCRIPTION       PIC X(30).
           05  CGLC-MSTR-EFF-DATE          PIC 9(8).
           05  CGLC-MSTR-PEND-STATUS       PIC X.
      *    ONE ROW PER PO LINE OPENED BY BOOKPOGEN - SEE THAT
      *    PROGRAM FOR THE LAYOUT.
       FD  CGLC-ENCUMB-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CGLC-ENCUMB-REC.
           05  ENC-PO-NUMBER               PIC 9(6).
           05  ENC-ACCT-NO                 PIC 9(4).
           05  ENC-ISBN                    PIC 9(13).
           05  ENC-ORIG-AMT                PIC 9(7)V99.
           05  ENC-OPEN-AMT                PIC 9(7)V99.
           05  ENC-RELIEVED-AMT            PIC 9(7)V99.
           05  ENC-STATUS                  PIC X.
               88  ENC-OPEN                VALUE "O".
               88  ENC-CLOSED              VALUE "C".
           05  ENC-OPENED-DATE             PIC 9(8).
           05  ENC-CLOSED-DATE             PIC 9(8).
           05  FILLER                      PIC X(13).
       FD  CGLC-BA-REPORT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CGLC-BA-REPORT-REC.
           05  CGLC-BA-ACCTNUM             PIC 9(4).
           05  FILLER                      PIC X.
           05  CGLC-BA-LABEL               PIC X(20).
           05  FILLER                      PIC X.
           05  CGLC-BA-BUDGET              PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-BA-ENCUMBERED          PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-BA-ACTUAL              PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-BA-REMAINING           PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-BA-LIMIT-FLAG          PIC X.
           05  FILLER                      PIC X.
           05  CGLC-BA-OVER-FLAG           PIC X(4).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-BUDGET-FILE          PIC X(50)
               VALUE "J:\CS3530\COABUDGETFILE.DAT".
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-ENCUMB-FILE          PIC X(50)
               VALUE "J:\CS3530\COAENCUMBFILE.DAT".
           05  UT-SYS-BA-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COABUDGETAVAILRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
      *    OPEN ENCUMBRANCE SUMMED BY ACCOUNT, LOADED AT STARTUP.
       01  WS-ENC-TABLE.
           05  WS-ENC-COUNT                PIC 9(4)   VALUE ZERO.
           05  WS-ENC-ENTRY OCCURS 500 TIMES.
               10  WS-ENC-ACCT-NO          PIC 9(4).
               10  WS-ENC-AMT              PIC S9(9)V99.
       01  WS-ENC-SUB                      PIC 9(4).
       01  WS-ENC-FOUND-SUB                PIC 9(4).
       01  WS-LINE-AMOUNTS.
           05  WS-ENCUMBERED-AMT           PIC S9(9)V99 VALUE ZERO.
           05  WS-ACTUAL-AMT               PIC S9(9)V99 VALUE ZERO.
           05  WS-REMAINING-AMT            PIC S9(9)V99 VALUE ZERO.
       01  WS-GRAND-TOTALS.
           05  WS-GRAND-BUDGET             PIC S9(9)V99 VALUE ZERO.
           05  WS-GRAND-ENCUMBERED         PIC S9(9)V99 VALUE ZERO.
           05  WS-GRAND-ACTUAL             PIC S9(9)V99 VALUE ZERO.
           05  WS-GRAND-REMAINING          PIC S9(9)V99 VALUE ZERO.
       01  WS-OVER-COUNT                   PIC 9(5)   VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      *  Do startup tasks.
      *  Print one availability line per budgeted account.
      *  Print the totals.
      *  Do ending tasks.
      *****************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF RETURN-CODE NOT = ZERO
               GOBACK
           END-IF
           PERFORM 200-READ-BUDGET THRU 200-EXIT.
           PERFORM 300-REPORT-ACCOUNT THRU 300-EXIT
                   UNTIL EOF.
           PERFORM 500-WRITE-TOTALS THRU 500-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           IF WS-OVER-COUNT NOT = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "BUDGET AVAILABLE REPORT COMPLETE - "
               WS-OVER-COUNT " ACCOUNTS OVER BUDGET".
           GOBACK.
      *****************************************************************
      *  Read the next budgeted account.
      *****************************************************************
       200-READ-BUDGET.
           READ CGLC-BUDGET-FILE
               AT END MOVE "Y" TO WS-END-OF-FILE
           END-READ.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Pick up the account's actual and encumbrance, work out what
      *  remains, and write the line.
      *****************************************************************
       300-REPORT-ACCOUNT.
           MOVE SPACES TO CGLC-BA-REPORT-REC
           MOVE CGLC-BUD-ACCT-NO TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-ACTUAL-AMT
                   MOVE "NOT ON MASTER" TO CGLC-BA-LABEL
               NOT INVALID KEY
                   MOVE CGLC-MSTR-CUR-BALANCE TO WS-ACTUAL-AMT
                   MOVE CGLC-MSTR-DESCRIPTION TO CGLC-BA-LABEL
           END-READ
           MOVE ZERO TO WS-ENCUMBERED-AMT
           PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                   UNTIL WS-ENC-SUB > WS-ENC-COUNT
               IF WS-ENC-ACCT-NO (WS-ENC-SUB) = CGLC-BUD-ACCT-NO
                   MOVE WS-ENC-AMT (WS-ENC-SUB) TO WS-ENCUMBERED-AMT
               END-IF
           END-PERFORM
           COMPUTE WS-REMAINING-AMT = CGLC-BUD-ANNUAL-AMT
               - WS-ENCUMBERED-AMT - WS-ACTUAL-AMT
           MOVE CGLC-BUD-ACCT-NO TO CGLC-BA-ACCTNUM
           MOVE CGLC-BUD-ANNUAL-AMT TO CGLC-BA-BUDGET
           MOVE WS-ENCUMBERED-AMT TO CGLC-BA-ENCUMBERED
           MOVE WS-ACTUAL-AMT TO CGLC-BA-ACTUAL
           MOVE WS-REMAINING-AMT TO CGLC-BA-REMAINING
           IF BUD-HARD-LIMIT
               MOVE "H" TO CGLC-BA-LIMIT-FLAG
           END-IF
           IF WS-REMAINING-AMT < ZERO
               MOVE "OVER" TO CGLC-BA-OVER-FLAG
               ADD 1 TO WS-OVER-COUNT
           END-IF
           WRITE CGLC-BA-REPORT-REC
           ADD CGLC-BUD-ANNUAL-AMT TO WS-GRAND-BUDGET
           ADD WS-ENCUMBERED-AMT TO WS-GRAND-ENCUMBERED
           ADD WS-ACTUAL-AMT TO WS-GRAND-ACTUAL
           ADD WS-REMAINING-AMT TO WS-GRAND-REMAINING
           PERFORM 200-READ-BUDGET THRU 200-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Grand total line.
      *****************************************************************
       500-WRITE-TOTALS.
           MOVE SPACES TO CGLC-BA-REPORT-REC
           MOVE ZERO TO CGLC-BA-ACCTNUM
           MOVE "GRAND TOTAL" TO CGLC-BA-LABEL
           MOVE WS-GRAND-BUDGET TO CGLC-BA-BUDGET
           MOVE WS-GRAND-ENCUMBERED TO CGLC-BA-ENCUMBERED
           MOVE WS-GRAND-ACTUAL TO CGLC-BA-ACTUAL
           MOVE WS-GRAND-REMAINING TO CGLC-BA-REMAINING
           WRITE CGLC-BA-REPORT-REC.
       500-EXIT.
           EXIT.
      *****************************************************************
      *  Add one open encumbrance row into its account's total.
      *****************************************************************
       950-ADD-ENCUMBRANCE.
           MOVE ZERO TO WS-ENC-FOUND-SUB
           PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                   UNTIL WS-ENC-SUB > WS-ENC-COUNT
                      OR WS-ENC-FOUND-SUB NOT = ZERO
               IF WS-ENC-ACCT-NO (WS-ENC-SUB) = ENC-ACCT-NO
                   MOVE WS-ENC-SUB TO WS-ENC-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-ENC-FOUND-SUB = ZERO
               IF WS-ENC-COUNT = 500
                   DISPLAY "CGLBUDGETAVAIL: ENCUMBERED ACCOUNTS "
                       "EXCEED THE WORK TABLE - RUN REFUSED"
                   MOVE 16 TO RETURN-CODE
                   GO TO 950-EXIT
               END-IF
               ADD 1 TO WS-ENC-COUNT
               MOVE WS-ENC-COUNT TO WS-ENC-FOUND-SUB
               MOVE ENC-ACCT-NO TO WS-ENC-ACCT-NO (WS-ENC-COUNT)
               MOVE ZERO TO WS-ENC-AMT (WS-ENC-COUNT)
           END-IF
           ADD ENC-OPEN-AMT TO WS-ENC-AMT (WS-ENC-FOUND-SUB).
       950-EXIT.
           EXIT.
      *****************************************************************
      *   Sum the open encumbrance by account, then open the files.
      *****************************************************************
       900-INITIALIZATION.
      *    RETURN-CODE IS NOT RESET BETWEEN CALLS BY THE OPERATING
      *    SYSTEM, AND CGLBATCHDRIVER'S 300-LOG-STEP-RESULT CHECKS IT
      *    TO DECIDE WHETHER THIS STEP SUCCEEDED - START CLEAN.
           MOVE ZERO TO RETURN-CODE.
           OPEN INPUT CGLC-ENCUMB-FILE
           PERFORM UNTIL EOF OR RETURN-CODE NOT = ZERO
               READ CGLC-ENCUMB-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF ENC-OPEN
                           PERFORM 950-ADD-ENCUMBRANCE THRU 950-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-ENCUMB-FILE
           MOVE "N" TO WS-END-OF-FILE
           IF RETURN-CODE NOT = ZERO
               GO TO 900-EXIT
           END-IF
           OPEN INPUT CGLC-BUDGET-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           OPEN OUTPUT CGLC-BA-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGLC-BUDGET-FILE.
           CLOSE CGL-COA-MASTER-FILE.
           CLOSE CGLC-BA-REPORT-FILE.
       910-EXIT.
           EXIT.
