       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRAWERCTL.
       AUTHOR. THOMAS LAMBERT.
      ******************************************************************
      * Circulation desk cash drawer control.  FINECOLLECT takes
      * payments only into a drawer session opened here, and logs
      * each one - cash or check - against that session, so at the
      * end of a shift the drawer can be balanced against what the
      * system says was collected.
      *
      *   1  OPEN DRAWER      the operator names the register and
      *                       counts in the starting float.  One
      *                       drawer at a time per register.
      *   2  CLOSE DRAWER     the cash (float included) and the
      *                       checks are counted and keyed before
      *                       anything recorded is shown.  Counted
      *                       less float is compared to the payments
      *                       logged in the session, and the over or
      *                       short posts to the over/short account
      *                       on the fine policy against the cash
      *                       account, one "U" transaction each
      *                       merged into COATRANSFILE.DAT.  The
      *                       close-out report lists every payment
      *                       with the totals.  Only the operator
      *                       who opened the drawer, or a
      *                       supervisor, may close it.
      *   3  RECORD DEPOSIT   supervisor only - the day's deposit:
      *                       the counted takings of every drawer
      *                       closed and not yet deposited, recorded
      *                       as one deposit on the fine deposit
      *                       file for the bank reconciliation.
      *
      *   File  :  C:\COBOL\DRAWERSESS.DAT
      *   Input :  C:\COBOL\DRAWERPAY.DAT
      *            C:\COBOL\FINEPOLICY.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *   Output:  C:\COBOL\DRAWERCLOSE.DAT (extended)
      *            C:\COBOL\FINEDEPOSIT.DAT (extended)
      *            J:\CS3530\COATRANSFILE.DAT (merged in, not
      *            replaced)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DRAWER-SESSION-FILE
               ASSIGN TO UT-SYS-DRAWER-SESSION-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DS-SESSION-KEY.
           SELECT OPTIONAL DRAWER-PAYMENT-FILE
               ASSIGN TO UT-SYS-DRAWER-PAYMENT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FINE-POLICY-FILE
               ASSIGN TO UT-SYS-FINE-POLICY-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DRAWER-CLOSE-FILE
               ASSIGN TO UT-SYS-DRAWER-CLOSE-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FINE-DEPOSIT-FILE
               ASSIGN TO UT-SYS-FINE-DEPOSIT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGL-COA-MASTER-FILE
               ASSIGN TO UT-SYS-COA-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-MSTR-NO.
           SELECT CGL-COA-TRANS-FILE
               ASSIGN TO UT-SYS-TRANS-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-TRANS-WORK-FILE
               ASSIGN TO UT-SYS-TRANS-WORK-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW PER CASH DRAWER SESSION, KEYED BY REGISTER AND THE
      *    TIME IT WAS OPENED.  THE RECORDED, COUNTED, OVER/SHORT AND
      *    DEPOSIT FIGURES ARE FILLED IN AT CLOSE-OUT; THE DEPOSIT
      *    REFERENCE WHEN THE DAY'S DEPOSIT IS RECORDED.
       FD  DRAWER-SESSION-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 124 CHARACTERS.
       01  DRAWER-SESSION-REC.
           05  DS-SESSION-KEY.
               10  DS-REGISTER-ID          PIC X(4).
               10  DS-OPENED-TS            PIC X(14).
           05  DS-OPENED-BY                PIC X(8).
           05  DS-FLOAT                    PIC 9(5)V99.
           05  DS-STATUS                   PIC X.
               88  DS-OPEN                 VALUE "O".
               88  DS-CLOSED               VALUE "C".
           05  DS-CLOSED-TS                PIC X(14).
           05  DS-CLOSED-BY                PIC X(8).
           05  DS-CASH-RECORDED            PIC 9(7)V99.
           05  DS-CHECKS-RECORDED          PIC 9(7)V99.
           05  DS-CASH-COUNTED             PIC 9(7)V99.
           05  DS-CHECKS-COUNTED           PIC 9(7)V99.
           05  DS-OVER-SHORT               PIC S9(7)V99.
           05  DS-DEPOSIT-AMOUNT           PIC 9(7)V99.
           05  DS-DEPOSIT-REF              PIC X(14).
      *    SAME LAYOUT FINECOLLECT LOGS EACH DESK PAYMENT IN.
       FD  DRAWER-PAYMENT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DRAWER-PAYMENT-REC.
           05  DP-SESSION-KEY.
               10  DP-REGISTER-ID          PIC X(4).
               10  DP-OPENED-TS            PIC X(14).
           05  DP-OPERATOR-ID              PIC X(8).
           05  DP-PAID-TS                  PIC X(14).
           05  DP-PATRON-ID                PIC 9(5).
           05  DP-ISBN                     PIC 9(13).
           05  DP-CHARGE-DATE              PIC 9(8).
           05  DP-AMOUNT                   PIC 9(5)V99.
           05  DP-TENDER                   PIC X.
               88  DP-CHECK                VALUE "K".
           05  DP-CHECK-NO                 PIC X(6).
       FD  FINE-POLICY-FILE
           RECORD CONTAINS 15 CHARACTERS.
       01  FINE-POLICY-REC.
           05  FP-DAILY-RATE               PIC 9(3)V99.
           05  FP-GRACE-DAYS               PIC 99.
           05  FP-INCOME-ACCT              PIC 9(4).
           05  FP-OVER-SHORT-ACCT          PIC 9(4).
       FD  DRAWER-CLOSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DRAWER-CLOSE-REC.
           05  DC-PAID-TIME                PIC X(6).
           05  FILLER                      PIC X.
           05  DC-PATRON-ID                PIC 9(5).
           05  FILLER                      PIC X.
           05  DC-ISBN                     PIC 9(13).
           05  FILLER                      PIC X.
           05  DC-CHARGE-DATE              PIC 9(8).
           05  FILLER                      PIC X.
           05  DC-TENDER                   PIC X(6).
           05  FILLER                      PIC X.
           05  DC-CHECK-NO                 PIC X(6).
           05  FILLER                      PIC X.
           05  DC-AMOUNT                   PIC ZZZZ9.99.
           05  FILLER                      PIC X(22).
       01  DRAWER-CLOSE-TEXT-REC           PIC X(80).
      *    SAME LAYOUT FINECOLLECT AND BANKREC USE.
       FD  FINE-DEPOSIT-FILE
           RECORD CONTAINS 39 CHARACTERS.
       01  FINE-DEPOSIT-REC.
           05  FD-DEPOSIT-REF              PIC X(14).
           05  FD-DEPOSIT-DATE             PIC 9(8).
           05  FD-AMOUNT                   PIC 9(7)V99.
           05  FD-OPERATOR-ID              PIC X(8).
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
      *    SAME 73-BYTE LAYOUT CGLFILEPROCESSING USES FOR
      *    COATRANSFILE.DAT, INCLUDING THE CTL1 CONTROL RECORD.
       FD  CGL-COA-TRANS-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01  CGLC-TRANS-REC.
           05  CGLC-TRANS-NO               PIC 9(4).
           05  CGLC-TRANS-BEG-BALANCE      PIC S9(7)V99.
           05  CGLC-TRANS-CUR-BALANCE      PIC S9(7)V99.
           05  CGLC-TRANS-ACCT-ACTIVE      PIC X.
           05  CGLC-TRANS-ACCT-TYPE        PIC X.
           05  CGLC-TRANS-DESCRIPTION      PIC X(30).
           05  CGLC-TRANS-TYPE             PIC X.
           05  CGLC-TRANS-EFF-DATE         PIC 9(8).
           05  CGLC-TRANS-REASON-CODE      PIC X(10).
       01  CGLC-CTL-REC.
           05  CGLC-CTL-ID                 PIC X(4).
               88  CGLC-CTL-ID-VALID       VALUE "CTL1".
           05  CGLC-CTL-REC-COUNT          PIC 9(7).
           05  CGLC-CTL-HASH-TOTAL         PIC 9(9).
           05  CGLC-CTL-BATCH-NO           PIC 9(6).
           05  FILLER                      PIC X(47).
       FD  CGLC-TRANS-WORK-FILE
           RECORD CONTAINS 73 CHARACTERS.
       01  CGLC-TRANS-WORK-REC             PIC X(73).

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
           05  UT-SYS-DRAWER-SESSION-FILE  PIC X(50)
               VALUE "C:\COBOL\DRAWERSESS.DAT".
           05  UT-SYS-DRAWER-PAYMENT-FILE  PIC X(50)
               VALUE "C:\COBOL\DRAWERPAY.DAT".
           05  UT-SYS-FINE-POLICY-FILE     PIC X(50)
               VALUE "C:\COBOL\FINEPOLICY.DAT".
           05  UT-SYS-DRAWER-CLOSE-FILE    PIC X(50)
               VALUE "C:\COBOL\DRAWERCLOSE.DAT".
           05  UT-SYS-FINE-DEPOSIT-FILE    PIC X(50)
               VALUE "C:\COBOL\FINEDEPOSIT.DAT".
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-TRANS-FILE           PIC X(50)
               VALUE "J:\CS3530\COATRANSFILE.DAT".
           05  UT-SYS-TRANS-WORK-FILE      PIC X(50)
               VALUE "J:\CS3530\COATRANSWORK.DAT".
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
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-SESSION-FOUND            PIC X      VALUE "N".
               88  SESSION-FOUND           VALUE "Y".
           05  WS-CONFIRM-REPLY            PIC X.
               88  CONFIRM-YES             VALUE "Y" "y".
           05  WS-ACCT-FOUND               PIC X      VALUE "N".
               88  ACCT-FOUND              VALUE "Y".
       01  WS-MESSAGE                      PIC X(50)  VALUE SPACES.
       01  WS-TIMESTAMP                    PIC X(21).
       01  WS-DATE.
           05  WS-YEAR                     PIC 9(4).
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
           05                              PIC X(13).
       01  WS-TODAY                        PIC 9(8).
      *    WHAT THE OPERATOR KEYS.
       01  WS-REGISTER-ID                  PIC X(4).
       01  WS-FLOAT-IN                     PIC 9(5)V99.
       01  WS-CASH-COUNTED                 PIC 9(7)V99.
       01  WS-CHECKS-COUNTED               PIC 9(7)V99.
      *    THE CLOSE-OUT FIGURES.
       01  WS-CLOSE-FIGURES.
           05  WS-CASH-RECORDED            PIC 9(7)V99.
           05  WS-CHECKS-RECORDED          PIC 9(7)V99.
           05  WS-PAYMENT-COUNT            PIC 9(5).
           05  WS-EXPECTED-TOTAL           PIC 9(7)V99.
           05  WS-COUNTED-TOTAL            PIC 9(7)V99.
           05  WS-OVER-SHORT               PIC S9(7)V99.
           05  WS-DEPOSIT-AMOUNT           PIC S9(7)V99.
       01  WS-REPORT-LINE                  PIC X(80).
       01  WS-EDIT-AMOUNT                  PIC ZZZZZZ9.99-.
       01  WS-EDIT-COUNT                   PIC ZZZZ9.
      *    THE DAY'S DEPOSIT.
       01  WS-DEPOSIT-FIGURES.
           05  WS-DEPOSIT-TOTAL            PIC 9(7)V99.
           05  WS-DEPOSIT-SESSIONS         PIC 9(4).
           05  WS-OPEN-SESSIONS            PIC 9(4).
           05  WS-DEPOSIT-REF              PIC X(14).
       01  WS-OVER-SHORT-ACCT              PIC 9(4)   VALUE ZERO.
      *    CASH ACCOUNT THE DESK'S TAKINGS ARE DEPOSITED INTO - THE
      *    SAME ACCOUNT FINECOLLECT POSTS THEM TO.
       01  WS-CASH-ACCT                    PIC 9(4)   VALUE 1010.
      *    THE CLOSE-OUT'S TWO POSTINGS - OVER/SHORT AND CASH - HELD
      *    IN ACCOUNT-NUMBER ORDER FOR THE MERGE.
       01  WS-PENDING-TABLE.
           05  WS-PT-COUNT                 PIC 9      VALUE ZERO.
           05  WS-PENDING-TRANS OCCURS 2 TIMES.
               10  WS-PT-NO                PIC 9(4).
               10  WS-PT-BEG-BALANCE       PIC S9(7)V99.
               10  WS-PT-CUR-BALANCE       PIC S9(7)V99.
               10  WS-PT-ACCT-ACTIVE       PIC X.
               10  WS-PT-ACCT-TYPE         PIC X.
               10  WS-PT-DESCRIPTION       PIC X(30).
       01  WS-PT-SUB                       PIC 9.
       01  WS-PT-HOLD                      PIC X(54).
       01  WS-MERGE-SWITCHES.
           05  WS-MERGE-EOF                PIC X      VALUE "N".
               88  MERGE-EOF               VALUE "Y".
           05  WS-CTL-RECORD-OK            PIC X      VALUE "N".
               88  CTL-RECORD-OK           VALUE "Y".
       01  WS-NEW-CTL-TOTALS.
           05  WS-NEW-CTL-COUNT            PIC 9(7)   VALUE ZERO.
           05  WS-NEW-CTL-HASH             PIC 9(9)   VALUE ZERO.
           05  WS-NEW-CTL-BATCH-NO         PIC 9(6)   VALUE ZERO.

       SCREEN SECTION.
       01 SCRMM            BLANK SCREEN
                           PROMPT
                           AUTO
                           REQUIRED
                           BACKGROUND-COLOR 0
                           FOREGROUND-COLOR 2.
           05 SCRMM-R1.
              10         COL 1          VALUE "Thomas Lambert".
              10         COL 28   VALUE "Cash Drawer Control".
              10         COL 71     PIC 99 FROM WS-MONTH.
              10         COL 73         VALUE "/".
              10         COL 74     PIC 99 FROM WS-DAY.
              10         COL 76         VALUE "/".
              10         COL 77     PIC 9(4) FROM WS-YEAR.
           05 SCRMM-R5.
              10 LINE 5  COL 10     VALUE "ENTER MENU OPTION:".
              10        COL 30    PIC X TO WS-MENU-CHOICE.
           05 SCRMM-R7.
              10 LINE 7  COL 14    VALUE "1. OPEN DRAWER".
           05 SCRMM-R8.
              10 LINE 8  COL 14    VALUE "2. CLOSE DRAWER".
           05 SCRMM-R9.
              10 LINE 9  COL 14    VALUE "3. RECORD DAY'S DEPOSIT".
           05 SCRMM-R10.
              10 LINE 10 COL 14    VALUE "4. EXIT".
       01 SCROPEN.
           05 SCROPEN-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10     VALUE "REGISTER:".
              10         COL 33   PIC X(4) TO WS-REGISTER-ID.
           05 SCROPEN-R6.
              10 LINE 6  COL 10     VALUE "STARTING FLOAT:".
              10         COL 33   PIC 9(5)V99 TO WS-FLOAT-IN.
       01 SCRREG.
           05 SCRREG-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10     VALUE "REGISTER:".
              10         COL 33   PIC X(4) TO WS-REGISTER-ID.
       01 SCRCOUNT.
           05 SCRCOUNT-R7.
              10 LINE 7  COL 10
                         VALUE "CASH COUNTED, FLOAT INCLUDED:".
              10         COL 41   PIC 9(7)V99 TO WS-CASH-COUNTED.
           05 SCRCOUNT-R8.
              10 LINE 8  COL 10     VALUE "CHECKS COUNTED:".
              10         COL 41   PIC 9(7)V99 TO WS-CHECKS-COUNTED.
       01 SCRRESULT.
           05 SCRRESULT-R7.
              10 LINE 7  COL 10     VALUE "STARTING FLOAT:".
              10 LINE 7  COL 41     PIC $ZZZZZZ9.99- FROM DS-FLOAT.
           05 SCRRESULT-R8.
              10 LINE 8  COL 10     VALUE "CASH PAYMENTS RECORDED:".
              10 LINE 8  COL 41     PIC $ZZZZZZ9.99-
                                       FROM WS-CASH-RECORDED.
           05 SCRRESULT-R9.
              10 LINE 9  COL 10     VALUE "CHECK PAYMENTS RECORDED:".
              10 LINE 9  COL 41     PIC $ZZZZZZ9.99-
                                       FROM WS-CHECKS-RECORDED.
           05 SCRRESULT-R10.
              10 LINE 10 COL 10     VALUE "EXPECTED IN THE DRAWER:".
              10 LINE 10 COL 41     PIC $ZZZZZZ9.99-
                                       FROM WS-EXPECTED-TOTAL.
           05 SCRRESULT-R11.
              10 LINE 11 COL 10     VALUE "COUNTED IN THE DRAWER:".
              10 LINE 11 COL 41     PIC $ZZZZZZ9.99-
                                       FROM WS-COUNTED-TOTAL.
           05 SCRRESULT-R12.
              10 LINE 12 COL 10     VALUE "OVER (SHORT):".
              10 LINE 12 COL 41     PIC $ZZZZZZ9.99-
                                       FROM WS-OVER-SHORT.
           05 SCRRESULT-R13.
              10 LINE 13 COL 10
                         VALUE "TO DEPOSIT, FLOAT KEPT BACK:".
              10 LINE 13 COL 41     PIC $ZZZZZZ9.99-
                                       FROM WS-DEPOSIT-AMOUNT.
       01 SCRCLOSEASK.
           05 SCRCLOSEASK-R15.
              10 LINE 15 COL 16    VALUE "CLOSE THE DRAWER (Y/N):".
              10 LINE 15 COL 41    PIC X TO WS-CONFIRM-REPLY.
       01 SCRDEPOSIT.
           05 SCRDEPOSIT-R7.
              10 LINE 7  COL 10
                         VALUE "DRAWERS CLOSED, NOT DEPOSITED:".
              10 LINE 7  COL 45     PIC ZZZ9 FROM WS-DEPOSIT-SESSIONS.
           05 SCRDEPOSIT-R8.
              10 LINE 8  COL 10     VALUE "DEPOSIT TOTAL:".
              10 LINE 8  COL 41     PIC $ZZZZZZ9.99
                                       FROM WS-DEPOSIT-TOTAL.
           05 SCRDEPOSIT-R9.
              10 LINE 9  COL 10     VALUE "DRAWERS STILL OPEN:".
              10 LINE 9  COL 45     PIC ZZZ9 FROM WS-OPEN-SESSIONS.
       01 SCRDEPASK.
           05 SCRDEPASK-R15.
              10 LINE 15 COL 16    VALUE "RECORD THE DEPOSIT (Y/N):".
              10 LINE 15 COL 43    PIC X TO WS-CONFIRM-REPLY.
       01 SCR02.
           05 SCR2-R17.
              10 LINE 17 COL 16    VALUE "PRESS ENTER TO CONTINUE".
       01 SCRMSG.
           05 SCRMSG-R15.
              10 LINE 15 COL 16    PIC X(50) FROM WS-MESSAGE.

       PROCEDURE DIVISION.
      ***************************************************************
      *   Sign-on.
      *   Do startup tasks.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
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
           MOVE "DRAWERCTL" TO SGN-PROGRAM-NAME
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
               PERFORM 300-OPEN-DRAWER THRU 300-EXIT
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 400-CLOSE-DRAWER THRU 400-EXIT
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 500-RECORD-DEPOSIT THRU 500-EXIT
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
      *   Open a drawer on a register that has none open, with the
      *   float counted in.
      ***************************************************************
       300-OPEN-DRAWER.
           MOVE SPACES TO WS-REGISTER-ID
           MOVE ZERO TO WS-FLOAT-IN
           DISPLAY SCROPEN
           ACCEPT SCROPEN
           IF WS-REGISTER-ID = SPACES
               MOVE "A REGISTER IS REQUIRED" TO WS-MESSAGE
               GO TO 300-REFUSE
           END-IF
           PERFORM 600-FIND-OPEN-SESSION THRU 600-EXIT
           IF SESSION-FOUND
               MOVE "A DRAWER IS ALREADY OPEN ON THAT REGISTER"
                   TO WS-MESSAGE
               GO TO 300-REFUSE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO DRAWER-SESSION-REC
           MOVE WS-REGISTER-ID TO DS-REGISTER-ID
           MOVE WS-TIMESTAMP (1:14) TO DS-OPENED-TS
           MOVE WS-OPERATOR-ID TO DS-OPENED-BY
           MOVE WS-FLOAT-IN TO DS-FLOAT
           MOVE "O" TO DS-STATUS
           MOVE ZERO TO DS-CASH-RECORDED DS-CHECKS-RECORDED
               DS-CASH-COUNTED DS-CHECKS-COUNTED DS-OVER-SHORT
               DS-DEPOSIT-AMOUNT
           WRITE DRAWER-SESSION-REC
               INVALID KEY
                   MOVE "DRAWER COULD NOT BE OPENED - TRY AGAIN"
                       TO WS-MESSAGE
               NOT INVALID KEY
                   MOVE "DRAWER OPENED" TO WS-MESSAGE
           END-WRITE.
       300-REFUSE.
           DISPLAY SCRMSG
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Close a drawer: the count is keyed blind, then compared to
      *   the session's logged payments.  On confirmation the session
      *   is closed, the close-out report written, and any over or
      *   short posted.
      ***************************************************************
       400-CLOSE-DRAWER.
           MOVE SPACES TO WS-REGISTER-ID
           DISPLAY SCRREG
           ACCEPT SCRREG
           PERFORM 600-FIND-OPEN-SESSION THRU 600-EXIT
           IF NOT SESSION-FOUND
               MOVE "NO DRAWER IS OPEN ON THAT REGISTER" TO WS-MESSAGE
               GO TO 400-REFUSE
           END-IF
           IF DS-OPENED-BY NOT = WS-OPERATOR-ID AND WS-AUTH-LEVEL < 3
               MOVE "ONLY ITS OPERATOR OR A SUPERVISOR MAY CLOSE IT"
                   TO WS-MESSAGE
               GO TO 400-REFUSE
           END-IF
           MOVE ZERO TO WS-CASH-COUNTED
           MOVE ZERO TO WS-CHECKS-COUNTED
           DISPLAY SCRCOUNT
           ACCEPT SCRCOUNT
           PERFORM 450-TOTAL-PAYMENTS THRU 450-EXIT
           COMPUTE WS-EXPECTED-TOTAL =
               DS-FLOAT + WS-CASH-RECORDED + WS-CHECKS-RECORDED
           COMPUTE WS-COUNTED-TOTAL =
               WS-CASH-COUNTED + WS-CHECKS-COUNTED
           COMPUTE WS-OVER-SHORT =
               WS-COUNTED-TOTAL - WS-EXPECTED-TOTAL
           COMPUTE WS-DEPOSIT-AMOUNT = WS-COUNTED-TOTAL - DS-FLOAT
           IF WS-DEPOSIT-AMOUNT < ZERO
               MOVE ZERO TO WS-DEPOSIT-AMOUNT
           END-IF
           DISPLAY SCRRESULT
           MOVE SPACE TO WS-CONFIRM-REPLY
           DISPLAY SCRCLOSEASK
           ACCEPT SCRCLOSEASK
           IF NOT CONFIRM-YES
               GO TO 400-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE "C" TO DS-STATUS
           MOVE WS-TIMESTAMP (1:14) TO DS-CLOSED-TS
           MOVE WS-OPERATOR-ID TO DS-CLOSED-BY
           MOVE WS-CASH-RECORDED TO DS-CASH-RECORDED
           MOVE WS-CHECKS-RECORDED TO DS-CHECKS-RECORDED
           MOVE WS-CASH-COUNTED TO DS-CASH-COUNTED
           MOVE WS-CHECKS-COUNTED TO DS-CHECKS-COUNTED
           MOVE WS-OVER-SHORT TO DS-OVER-SHORT
           MOVE WS-DEPOSIT-AMOUNT TO DS-DEPOSIT-AMOUNT
           REWRITE DRAWER-SESSION-REC
               INVALID KEY
                   MOVE "DRAWER COULD NOT BE CLOSED - TRY AGAIN"
                       TO WS-MESSAGE
                   GO TO 400-REFUSE
           END-REWRITE
           PERFORM 460-WRITE-CLOSE-REPORT THRU 460-EXIT
           MOVE "DRAWER CLOSED - SEE DRAWERCLOSE.DAT" TO WS-MESSAGE
           IF WS-OVER-SHORT NOT = ZERO
               PERFORM 700-POST-OVER-SHORT THRU 700-EXIT
           END-IF.
       400-REFUSE.
           DISPLAY SCRMSG
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   The cash and check payments logged against the session.
      ***************************************************************
       450-TOTAL-PAYMENTS.
           MOVE ZERO TO WS-CASH-RECORDED
           MOVE ZERO TO WS-CHECKS-RECORDED
           MOVE ZERO TO WS-PAYMENT-COUNT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT DRAWER-PAYMENT-FILE
           PERFORM UNTIL EOF
               READ DRAWER-PAYMENT-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF DP-SESSION-KEY = DS-SESSION-KEY
                           ADD 1 TO WS-PAYMENT-COUNT
                           IF DP-CHECK
                               ADD DP-AMOUNT TO WS-CHECKS-RECORDED
                           ELSE
                               ADD DP-AMOUNT TO WS-CASH-RECORDED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWER-PAYMENT-FILE
           MOVE "N" TO WS-END-OF-FILE.
       450-EXIT.
           EXIT.
      ***************************************************************
      *   The close-out report: the session, every payment logged in
      *   it, and the count against what was recorded.
      ***************************************************************
       460-WRITE-CLOSE-REPORT.
           OPEN EXTEND DRAWER-CLOSE-FILE
           MOVE ALL "=" TO DRAWER-CLOSE-TEXT-REC
           WRITE DRAWER-CLOSE-TEXT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DRAWER CLOSE-OUT - REGISTER " DS-REGISTER-ID
               " - OPENED " DS-OPENED-TS " BY " DS-OPENED-BY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DRAWER-CLOSE-TEXT-REC
           WRITE DRAWER-CLOSE-TEXT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "                             CLOSED "
               DS-CLOSED-TS " BY " DS-CLOSED-BY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DRAWER-CLOSE-TEXT-REC
           WRITE DRAWER-CLOSE-TEXT-REC
           MOVE SPACES TO DRAWER-CLOSE-TEXT-REC
           WRITE DRAWER-CLOSE-TEXT-REC
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TIME   PATRN ISBN          CHARGED  TENDER "
               "CHECK    AMOUNT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DRAWER-CLOSE-TEXT-REC
           WRITE DRAWER-CLOSE-TEXT-REC
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT DRAWER-PAYMENT-FILE
           PERFORM UNTIL EOF
               READ DRAWER-PAYMENT-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF DP-SESSION-KEY = DS-SESSION-KEY
                           PERFORM 470-WRITE-PAYMENT-LINE
                               THRU 470-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWER-PAYMENT-FILE
           MOVE "N" TO WS-END-OF-FILE
           MOVE SPACES TO DRAWER-CLOSE-TEXT-REC
           WRITE DRAWER-CLOSE-TEXT-REC
           MOVE WS-PAYMENT-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "PAYMENTS LOGGED                   " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           MOVE WS-REPORT-LINE TO DRAWER-CLOSE-TEXT-REC
           WRITE DRAWER-CLOSE-TEXT-REC
           MOVE DS-FLOAT TO WS-EDIT-AMOUNT
           MOVE "STARTING FLOAT" TO WS-REPORT-LINE
           PERFORM 480-WRITE-FIGURE THRU 480-EXIT
           MOVE WS-CASH-RECORDED TO WS-EDIT-AMOUNT
           MOVE "CASH PAYMENTS RECORDED" TO WS-REPORT-LINE
           PERFORM 480-WRITE-FIGURE THRU 480-EXIT
           MOVE WS-CHECKS-RECORDED TO WS-EDIT-AMOUNT
           MOVE "CHECK PAYMENTS RECORDED" TO WS-REPORT-LINE
           PERFORM 480-WRITE-FIGURE THRU 480-EXIT
           MOVE WS-EXPECTED-TOTAL TO WS-EDIT-AMOUNT
           MOVE "EXPECTED IN THE DRAWER" TO WS-REPORT-LINE
           PERFORM 480-WRITE-FIGURE THRU 480-EXIT
           MOVE WS-CASH-COUNTED TO WS-EDIT-AMOUNT
           MOVE "CASH COUNTED, FLOAT INCLUDED" TO WS-REPORT-LINE
           PERFORM 480-WRITE-FIGURE THRU 480-EXIT
           MOVE WS-CHECKS-COUNTED TO WS-EDIT-AMOUNT
           MOVE "CHECKS COUNTED" TO WS-REPORT-LINE
           PERFORM 480-WRITE-FIGURE THRU 480-EXIT
           MOVE WS-OVER-SHORT TO WS-EDIT-AMOUNT
           EVALUATE TRUE
               WHEN WS-OVER-SHORT > ZERO
                   MOVE "DRAWER OVER" TO WS-REPORT-LINE
               WHEN WS-OVER-SHORT < ZERO
                   MOVE "DRAWER SHORT" TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "DRAWER BALANCED" TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM 480-WRITE-FIGURE THRU 480-EXIT
           MOVE WS-DEPOSIT-AMOUNT TO WS-EDIT-AMOUNT
           MOVE "TO DEPOSIT, FLOAT KEPT BACK" TO WS-REPORT-LINE
           PERFORM 480-WRITE-FIGURE THRU 480-EXIT
           MOVE SPACES TO DRAWER-CLOSE-TEXT-REC
           WRITE DRAWER-CLOSE-TEXT-REC
           CLOSE DRAWER-CLOSE-FILE.
       460-EXIT.
           EXIT.
      ***************************************************************
      *   One payment line.
      ***************************************************************
       470-WRITE-PAYMENT-LINE.
           MOVE SPACES TO DRAWER-CLOSE-REC
           MOVE DP-PAID-TS (9:6) TO DC-PAID-TIME
           MOVE DP-PATRON-ID TO DC-PATRON-ID
           MOVE DP-ISBN TO DC-ISBN
           MOVE DP-CHARGE-DATE TO DC-CHARGE-DATE
           IF DP-CHECK
               MOVE "CHECK" TO DC-TENDER
               MOVE DP-CHECK-NO TO DC-CHECK-NO
           ELSE
               MOVE "CASH" TO DC-TENDER
           END-IF
           MOVE DP-AMOUNT TO DC-AMOUNT
           WRITE DRAWER-CLOSE-REC.
       470-EXIT.
           EXIT.
      ***************************************************************
      *   One summary figure - the caption is in WS-REPORT-LINE, the
      *   amount in WS-EDIT-AMOUNT.
      ***************************************************************
       480-WRITE-FIGURE.
           MOVE WS-REPORT-LINE TO DRAWER-CLOSE-TEXT-REC
           MOVE WS-EDIT-AMOUNT TO DRAWER-CLOSE-TEXT-REC (31:11)
           WRITE DRAWER-CLOSE-TEXT-REC.
       480-EXIT.
           EXIT.
      ***************************************************************
      *   The day's deposit: every drawer closed and not yet
      *   deposited, recorded as one deposit for the bank
      *   reconciliation and stamped on each drawer's session.
      ***************************************************************
       500-RECORD-DEPOSIT.
           IF WS-AUTH-LEVEL < 3
               MOVE "NOT AUTHORIZED - SUPERVISOR SIGN-ON REQUIRED"
                   TO WS-MESSAGE
               GO TO 500-REFUSE
           END-IF
           MOVE ZERO TO WS-DEPOSIT-TOTAL
           MOVE ZERO TO WS-DEPOSIT-SESSIONS
           MOVE ZERO TO WS-OPEN-SESSIONS
           MOVE SPACES TO WS-DEPOSIT-REF
           PERFORM 550-SCAN-SESSIONS THRU 550-EXIT
           IF WS-DEPOSIT-SESSIONS = ZERO
               MOVE "NO CLOSED DRAWERS ARE WAITING TO BE DEPOSITED"
                   TO WS-MESSAGE
               GO TO 500-REFUSE
           END-IF
           DISPLAY SCRDEPOSIT
           MOVE SPACE TO WS-CONFIRM-REPLY
           DISPLAY SCRDEPASK
           ACCEPT SCRDEPASK
           IF NOT CONFIRM-YES
               GO TO 500-EXIT
           END-IF
      *    THE REFERENCE IS THE DATE AND TIME THE DEPOSIT IS MADE UP.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO WS-DEPOSIT-REF
           MOVE ZERO TO WS-DEPOSIT-TOTAL
           MOVE ZERO TO WS-DEPOSIT-SESSIONS
           MOVE ZERO TO WS-OPEN-SESSIONS
           PERFORM 550-SCAN-SESSIONS THRU 550-EXIT
           IF WS-DEPOSIT-TOTAL NOT = ZERO
               OPEN EXTEND FINE-DEPOSIT-FILE
               MOVE SPACES TO FINE-DEPOSIT-REC
               MOVE WS-DEPOSIT-REF TO FD-DEPOSIT-REF
               MOVE WS-TODAY TO FD-DEPOSIT-DATE
               MOVE WS-DEPOSIT-TOTAL TO FD-AMOUNT
               MOVE WS-OPERATOR-ID TO FD-OPERATOR-ID
               WRITE FINE-DEPOSIT-REC
               CLOSE FINE-DEPOSIT-FILE
           END-IF
           MOVE "DAY'S DEPOSIT RECORDED" TO WS-MESSAGE.
       500-REFUSE.
           DISPLAY SCRMSG
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Total the closed drawers not yet deposited, counting the
      *   ones still open.  With a deposit reference set, each one
      *   totalled is stamped with it.
      ***************************************************************
       550-SCAN-SESSIONS.
           MOVE "N" TO WS-END-OF-FILE
           MOVE LOW-VALUES TO DS-SESSION-KEY
           START DRAWER-SESSION-FILE
               KEY IS NOT LESS THAN DS-SESSION-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ DRAWER-SESSION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF DS-OPEN
                       ADD 1 TO WS-OPEN-SESSIONS
                   END-IF
                   IF DS-CLOSED AND DS-DEPOSIT-REF = SPACES
                       ADD 1 TO WS-DEPOSIT-SESSIONS
                       ADD DS-DEPOSIT-AMOUNT TO WS-DEPOSIT-TOTAL
                       IF WS-DEPOSIT-REF NOT = SPACES
                           MOVE WS-DEPOSIT-REF TO DS-DEPOSIT-REF
                           REWRITE DRAWER-SESSION-REC
                               INVALID KEY CONTINUE
                           END-REWRITE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.
       550-EXIT.
           EXIT.
      ***************************************************************
      *   Find the drawer open on the register keyed - at most one.
      *   When found, its session is left in the record area.
      ***************************************************************
       600-FIND-OPEN-SESSION.
           MOVE "N" TO WS-SESSION-FOUND
           MOVE "N" TO WS-END-OF-FILE
           MOVE WS-REGISTER-ID TO DS-REGISTER-ID
           MOVE LOW-VALUES TO DS-OPENED-TS
           START DRAWER-SESSION-FILE
               KEY IS NOT LESS THAN DS-SESSION-KEY
               INVALID KEY MOVE "Y" TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF OR SESSION-FOUND
               READ DRAWER-SESSION-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF DS-REGISTER-ID NOT = WS-REGISTER-ID
                       MOVE "Y" TO WS-END-OF-FILE
                   ELSE
                       IF DS-OPEN
                           MOVE "Y" TO WS-SESSION-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Post the over or short: the cash account moves to what was
      *   actually counted (an overage is a debit, an increase as
      *   this system stores balances) and the over/short account
      *   takes the other side, one "U" transaction per account
      *   merged into COATRANSFILE.DAT.
      ***************************************************************
       700-POST-OVER-SHORT.
           IF WS-OVER-SHORT-ACCT = ZERO
               MOVE "CLOSED - NO OVER/SHORT ACCOUNT, NOT POSTED"
                   TO WS-MESSAGE
               GO TO 700-EXIT
           END-IF
           MOVE ZERO TO WS-PT-COUNT
           OPEN INPUT CGL-COA-MASTER-FILE
           MOVE "N" TO WS-ACCT-FOUND
           MOVE WS-OVER-SHORT-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-ACCT-FOUND
           END-READ
           IF NOT ACCT-FOUND
               MOVE "CLOSED - OVER/SHORT ACCT NOT ON COA, NOT POSTED"
                   TO WS-MESSAGE
               CLOSE CGL-COA-MASTER-FILE
               GO TO 700-EXIT
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE WS-OVER-SHORT-ACCT TO WS-PT-NO (WS-PT-COUNT)
           MOVE CGLC-MSTR-BEG-BALANCE
               TO WS-PT-BEG-BALANCE (WS-PT-COUNT)
           COMPUTE WS-PT-CUR-BALANCE (WS-PT-COUNT) =
               CGLC-MSTR-CUR-BALANCE - WS-OVER-SHORT
           MOVE CGLC-MSTR-ACCT-ACTIVE
               TO WS-PT-ACCT-ACTIVE (WS-PT-COUNT)
           MOVE CGLC-MSTR-ACCT-TYPE TO WS-PT-ACCT-TYPE (WS-PT-COUNT)
           MOVE CGLC-MSTR-DESCRIPTION
               TO WS-PT-DESCRIPTION (WS-PT-COUNT)
           MOVE "N" TO WS-ACCT-FOUND
           MOVE WS-CASH-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE "Y" TO WS-ACCT-FOUND
           END-READ
           CLOSE CGL-COA-MASTER-FILE
           IF NOT ACCT-FOUND
               MOVE "CLOSED - CASH ACCOUNT NOT ON COA, NOT POSTED"
                   TO WS-MESSAGE
               GO TO 700-EXIT
           END-IF
           ADD 1 TO WS-PT-COUNT
           MOVE WS-CASH-ACCT TO WS-PT-NO (WS-PT-COUNT)
           MOVE CGLC-MSTR-BEG-BALANCE
               TO WS-PT-BEG-BALANCE (WS-PT-COUNT)
           COMPUTE WS-PT-CUR-BALANCE (WS-PT-COUNT) =
               CGLC-MSTR-CUR-BALANCE + WS-OVER-SHORT
           MOVE CGLC-MSTR-ACCT-ACTIVE
               TO WS-PT-ACCT-ACTIVE (WS-PT-COUNT)
           MOVE CGLC-MSTR-ACCT-TYPE TO WS-PT-ACCT-TYPE (WS-PT-COUNT)
           MOVE CGLC-MSTR-DESCRIPTION
               TO WS-PT-DESCRIPTION (WS-PT-COUNT)
      *    THE MERGED RECORDS GO ON IN ACCOUNT-NUMBER ORDER.
           IF WS-PT-NO (2) < WS-PT-NO (1)
               MOVE WS-PENDING-TRANS (1) TO WS-PT-HOLD
               MOVE WS-PENDING-TRANS (2) TO WS-PENDING-TRANS (1)
               MOVE WS-PT-HOLD TO WS-PENDING-TRANS (2)
           END-IF
           PERFORM 710-COPY-BODY-TO-WORK THRU 710-EXIT
           IF CTL-RECORD-OK
               PERFORM 720-REWRITE-TRANS-FILE THRU 720-EXIT
               MOVE "DRAWER CLOSED - OVER/SHORT POSTED" TO WS-MESSAGE
           ELSE
               MOVE "CLOSED - NO CTL1 ON COATRANSFILE, NOT POSTED"
                   TO WS-MESSAGE
           END-IF.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Read COATRANSFILE.DAT's existing control record and copy
      *   its existing transaction records off to a work file.
      ***************************************************************
       710-COPY-BODY-TO-WORK.
           MOVE "N" TO WS-MERGE-EOF
           MOVE "N" TO WS-CTL-RECORD-OK
           MOVE ZERO TO WS-NEW-CTL-COUNT WS-NEW-CTL-HASH
           OPEN INPUT CGL-COA-TRANS-FILE
           OPEN OUTPUT CGLC-TRANS-WORK-FILE
           READ CGL-COA-TRANS-FILE
               AT END MOVE "Y" TO WS-MERGE-EOF
           END-READ
           IF NOT MERGE-EOF AND CGLC-CTL-ID-VALID
               MOVE "Y" TO WS-CTL-RECORD-OK
               MOVE CGLC-CTL-REC-COUNT TO WS-NEW-CTL-COUNT
               MOVE CGLC-CTL-HASH-TOTAL TO WS-NEW-CTL-HASH
               MOVE CGLC-CTL-BATCH-NO TO WS-NEW-CTL-BATCH-NO
               PERFORM UNTIL MERGE-EOF
                   READ CGL-COA-TRANS-FILE
                       AT END MOVE "Y" TO WS-MERGE-EOF
                       NOT AT END
                           WRITE CGLC-TRANS-WORK-REC FROM CGLC-TRANS-REC
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CGL-COA-TRANS-FILE.
           CLOSE CGLC-TRANS-WORK-FILE.
       710-EXIT.
           EXIT.
      ***************************************************************
      *   Rewrite COATRANSFILE.DAT: the updated control record, the
      *   records copied off in 710, then the two postings.
      ***************************************************************
       720-REWRITE-TRANS-FILE.
           ADD WS-PT-COUNT TO WS-NEW-CTL-COUNT
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               ADD WS-PT-NO (WS-PT-SUB) TO WS-NEW-CTL-HASH
           END-PERFORM
           OPEN OUTPUT CGL-COA-TRANS-FILE
           MOVE SPACES TO CGLC-CTL-REC
           MOVE "CTL1" TO CGLC-CTL-ID
           MOVE WS-NEW-CTL-COUNT TO CGLC-CTL-REC-COUNT
           MOVE WS-NEW-CTL-HASH TO CGLC-CTL-HASH-TOTAL
      *    THE MERGE STARTS NEW POSTING WORK, SO A FRESH BATCH
      *    SERIAL IS STAMPED.
           ADD 1 TO WS-NEW-CTL-BATCH-NO
           MOVE WS-NEW-CTL-BATCH-NO TO CGLC-CTL-BATCH-NO
           WRITE CGLC-CTL-REC
           OPEN INPUT CGLC-TRANS-WORK-FILE
           MOVE "N" TO WS-MERGE-EOF
           PERFORM UNTIL MERGE-EOF
               READ CGLC-TRANS-WORK-FILE
                   AT END MOVE "Y" TO WS-MERGE-EOF
                   NOT AT END
                       MOVE CGLC-TRANS-WORK-REC TO CGLC-TRANS-REC
                       WRITE CGLC-TRANS-REC
               END-READ
           END-PERFORM
           CLOSE CGLC-TRANS-WORK-FILE
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               MOVE WS-PT-NO (WS-PT-SUB) TO CGLC-TRANS-NO
               MOVE WS-PT-BEG-BALANCE (WS-PT-SUB)
                   TO CGLC-TRANS-BEG-BALANCE
               MOVE WS-PT-CUR-BALANCE (WS-PT-SUB)
                   TO CGLC-TRANS-CUR-BALANCE
               MOVE WS-PT-ACCT-ACTIVE (WS-PT-SUB)
                   TO CGLC-TRANS-ACCT-ACTIVE
               MOVE WS-PT-ACCT-TYPE (WS-PT-SUB)
                   TO CGLC-TRANS-ACCT-TYPE
               MOVE WS-PT-DESCRIPTION (WS-PT-SUB)
                   TO CGLC-TRANS-DESCRIPTION
               MOVE "U" TO CGLC-TRANS-TYPE
               MOVE ZERO TO CGLC-TRANS-EFF-DATE
               MOVE SPACES TO CGLC-TRANS-REASON-CODE
               WRITE CGLC-TRANS-REC
           END-PERFORM
           CLOSE CGL-COA-TRANS-FILE.
       720-EXIT.
           EXIT.
      ***************************************************************
      *   Open the session file, get the date and the over/short
      *   account off the fine policy.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O DRAWER-SESSION-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE (1:8) TO WS-TODAY.
           OPEN INPUT FINE-POLICY-FILE.
           READ FINE-POLICY-FILE
               AT END CONTINUE
               NOT AT END
                   IF FP-OVER-SHORT-ACCT NUMERIC
                       MOVE FP-OVER-SHORT-ACCT TO WS-OVER-SHORT-ACCT
                   END-IF
           END-READ.
           CLOSE FINE-POLICY-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE DRAWER-SESSION-FILE.
       910-EXIT.
           EXIT.
