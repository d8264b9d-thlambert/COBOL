       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLBSRECON.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Balance-sheet account reconciliation workpapers.  One row per
      * asset (A) and liability (L) account per period records that
      * someone actually tied the GL balance to its support - the
      * subledger, the bank statement, the loan schedule - and that a
      * supervisor looked at the tie.  CGLPERIODCLOSE will not close
      * a period while any required row is still unreviewed.
      *
      *   1  LOAD PERIOD      builds the period's rows off its month-end
      *                       COABALHIST.DAT snapshot.  Reloading
      *                       after a retaken snapshot refreshes the
      *                       GL balance; a row whose balance moved
      *                       goes back to prepared and needs review
      *                       again.  A zero-balance account is loaded
      *                       as not required.
      *   2  PREPARE ACCOUNT  the preparer keys the supporting balance
      *                       and, where it does not agree, what
      *                       explains the difference.
      *   3  REVIEW ACCOUNT   supervisor sign-on only, and not the
      *                       preparer - a difference with no
      *                       explanation cannot be reviewed.
      *
      * The status of every row is on CGLBSRECRPT.
      *
      *   File  :  J:\CS3530\COABSRECON.DAT
      *   Input :  J:\CS3530\COABALHIST.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CGLC-BS-RECON-FILE
               ASSIGN TO UT-SYS-BS-RECON-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-BSR-KEY.
           SELECT CGLC-BALHIST-FILE
               ASSIGN TO UT-SYS-BALHIST-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGLC-BS-RECON-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 140 CHARACTERS.
       01  CGLC-BS-RECON-REC.
           05  CGLC-BSR-KEY.
               10  CGLC-BSR-PERIOD         PIC 9(6).
               10  CGLC-BSR-ACCT-NO        PIC 9(4).
           05  CGLC-BSR-DESCRIPTION        PIC X(30).
           05  CGLC-BSR-ACCT-TYPE          PIC X.
           05  CGLC-BSR-GL-BALANCE         PIC S9(7)V99.
           05  CGLC-BSR-SUPPORT-BALANCE    PIC S9(7)V99.
           05  CGLC-BSR-DIFFERENCE         PIC S9(7)V99.
           05  CGLC-BSR-EXPLANATION        PIC X(30).
           05  CGLC-BSR-PREPARER-ID        PIC X(8).
           05  CGLC-BSR-PREPARED-DATE      PIC 9(8).
           05  CGLC-BSR-REVIEWER-ID        PIC X(8).
           05  CGLC-BSR-REVIEWED-DATE      PIC 9(8).
           05  CGLC-BSR-STATUS             PIC X.
               88  BSR-NOT-PREPARED        VALUE "O".
               88  BSR-PREPARED            VALUE "P".
               88  BSR-REVIEWED            VALUE "R".
           05  CGLC-BSR-REQUIRED           PIC X.
               88  BSR-REQUIRED            VALUE "Y".
           05  FILLER                      PIC X(8).
       FD  CGLC-BALHIST-FILE
           RECORD CONTAINS 50 CHARACTERS.
       01  CGLC-BALHIST-REC.
           05  CGLC-SNP-PERIOD             PIC 9(6).
           05  CGLC-SNP-ACCT-NO            PIC 9(4).
           05  CGLC-SNP-CUR-BALANCE        PIC S9(7)V99.
           05  CGLC-SNP-ACCT-TYPE          PIC X.
               88  SNP-TYPE-ASSET          VALUE "A".
               88  SNP-TYPE-LIABILITY      VALUE "L".
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
           05  UT-SYS-BS-RECON-FILE        PIC X(50)
               VALUE "J:\CS3530\COABSRECON.DAT".
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
           05  WS-BSR-NOT-FOUND            PIC X      VALUE "F".
               88  RECON-FOUND             VALUE "T".
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-REVIEW-REPLY             PIC X.
       01  WS-MESSAGE                      PIC X(50)  VALUE SPACES.
       01  WS-LOAD-PERIOD.
           05  WS-LOAD-YEAR                PIC 9(4).
           05  WS-LOAD-MONTH               PIC 99.
       01  WS-LOAD-PERIOD-N REDEFINES WS-LOAD-PERIOD
                                           PIC 9(6).
       01  WS-LOAD-COUNTS.
           05  WS-LOAD-ADDED               PIC 9(4)   VALUE ZERO.
           05  WS-LOAD-REFRESHED           PIC 9(4)   VALUE ZERO.
           05  WS-LOAD-REOPENED            PIC 9(4)   VALUE ZERO.
       01  WS-SAVE-SNAPSHOT.
           05  WS-SAVE-BALANCE             PIC S9(7)V99.
           05  WS-SAVE-TYPE                PIC X.
           05  WS-SAVE-DESCRIPTION         PIC X(30).
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
              10         COL 24   VALUE "Balance Sheet Reconciliation".
              10         COL 71     PIC 99 FROM WS-MONTH.
              10         COL 73         VALUE "/".
              10         COL 74     PIC 99 FROM WS-DAY.
              10         COL 76         VALUE "/".
              10         COL 77     PIC 9(4) FROM WS-YEAR.
           05 SCRMM-R5.
              10 LINE 5  COL 10     VALUE "ENTER MENU OPTION:".
              10        COL 30    PIC X TO WS-MENU-CHOICE.
           05 SCRMM-R7.
              10 LINE 7  COL 14    VALUE "1. LOAD PERIOD".
           05 SCRMM-R8.
              10 LINE 8  COL 14    VALUE "2. PREPARE ACCOUNT".
           05 SCRMM-R9.
              10 LINE 9  COL 14    VALUE "3. REVIEW ACCOUNT".
           05 SCRMM-R10.
              10 LINE 10 COL 14    VALUE "4. EXIT".
       01 SCR01.
           05 SCR1-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10     VALUE "ENTER PERIOD (YYYYMM):".
              10         COL 33   PIC 9(6) TO CGLC-BSR-PERIOD.
              10         COL 41     VALUE "ACCOUNT:".
              10         COL 50   PIC 9(4) TO CGLC-BSR-ACCT-NO.
       01 SCRLOAD.
           05 SCRLOAD-R5.
              10 LINE 5           ERASE EOL.
              10 LINE 5  COL 10     VALUE "ENTER PERIOD (YYYYMM):".
              10         COL 33   PIC 9(6) TO WS-LOAD-PERIOD-N.
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
              10 LINE 8  COL 16    VALUE "BALANCES REFRESHED:".
              10 LINE 8  COL 36    PIC ZZZ9 FROM WS-LOAD-REFRESHED.
           05 SCRLOADSUC-R9.
              10 LINE 9  COL 16    VALUE "REOPENED FOR REVIEW:".
              10 LINE 9  COL 36    PIC ZZZ9 FROM WS-LOAD-REOPENED.
       01 SCRVIEW.
           05 SCRVIEW-R6.
              10 LINE 6  COL 16    VALUE "ACCOUNT:" ERASE EOL.
              10 LINE 6  COL 36    PIC X(30) FROM CGLC-BSR-DESCRIPTION.
              10 LINE 6  COL 68    PIC X FROM CGLC-BSR-ACCT-TYPE.
           05 SCRVIEW-R7.
              10 LINE 7  COL 16    VALUE "GL BALANCE:".
              10 LINE 7  COL 36    PIC $ZZZZZZ9.99-
                                       FROM CGLC-BSR-GL-BALANCE.
           05 SCRVIEW-R8.
              10 LINE 8  COL 16    VALUE "SUPPORTING BALANCE:".
              10 LINE 8  COL 36    PIC $ZZZZZZ9.99-
                                       FROM CGLC-BSR-SUPPORT-BALANCE.
           05 SCRVIEW-R9.
              10 LINE 9  COL 16    VALUE "DIFFERENCE:".
              10 LINE 9  COL 36    PIC $ZZZZZZ9.99-
                                       FROM CGLC-BSR-DIFFERENCE.
           05 SCRVIEW-R10.
              10 LINE 10 COL 16    VALUE "EXPLANATION:".
              10 LINE 10 COL 36    PIC X(30) FROM CGLC-BSR-EXPLANATION.
           05 SCRVIEW-R11.
              10 LINE 11 COL 16    VALUE "PREPARED BY:".
              10 LINE 11 COL 36    PIC X(8) FROM CGLC-BSR-PREPARER-ID.
              10 LINE 11 COL 46    PIC 9(8) FROM CGLC-BSR-PREPARED-DATE.
           05 SCRVIEW-R12.
              10 LINE 12 COL 16    VALUE "REVIEWED BY:".
              10 LINE 12 COL 36    PIC X(8) FROM CGLC-BSR-REVIEWER-ID.
              10 LINE 12 COL 46    PIC 9(8) FROM CGLC-BSR-REVIEWED-DATE.
           05 SCRVIEW-R13.
              10 LINE 13 COL 16    VALUE "STATUS (O/P/R):".
              10 LINE 13 COL 36    PIC X FROM CGLC-BSR-STATUS.
              10 LINE 13 COL 40    VALUE "REQUIRED:".
              10 LINE 13 COL 50    PIC X FROM CGLC-BSR-REQUIRED.
       01 SCRPREP.
           05 SCRPREP-R8.
              10 LINE 8  COL 16    VALUE "SUPPORTING BALANCE:".
              10 LINE 8  COL 36    PIC S9(7)V99
                                       TO CGLC-BSR-SUPPORT-BALANCE.
           05 SCRPREP-R10.
              10 LINE 10 COL 16    VALUE "EXPLANATION:".
              10 LINE 10 COL 36    PIC X(30) TO CGLC-BSR-EXPLANATION.
       01 SCRREVASK.
           05 SCRREVASK-R15.
              10 LINE 15 COL 16    VALUE "MARK REVIEWED (Y/N):".
              10 LINE 15 COL 37    PIC X TO WS-REVIEW-REPLY.

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
               DISPLAY "NOT AUTHORIZED FOR RECONCILIATION WORK"
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
           MOVE "CGLBSRECON" TO SGN-PROGRAM-NAME
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
               PERFORM 300-LOAD-PERIOD THRU 300-EXIT
           ELSE
               IF WS-MENU-CHOICE = 2
                   PERFORM 400-PREPARE-ACCOUNT THRU 400-EXIT
               ELSE
                   IF WS-MENU-CHOICE = 3
                       PERFORM 500-REVIEW-ACCOUNT THRU 500-EXIT
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
      *   Build or refresh the period's rows from its snapshot.
      ***************************************************************
       300-LOAD-PERIOD.
           DISPLAY SCRLOAD
           ACCEPT SCRLOAD
           IF WS-LOAD-MONTH < 1 OR WS-LOAD-MONTH > 12
               MOVE "INVALID PERIOD - MONTH MUST BE 01-12"
                   TO WS-MESSAGE
               DISPLAY SCRMSG
               DISPLAY SCR02
               ACCEPT WS-CONTINUE
               GO TO 300-EXIT
           END-IF
           MOVE ZERO TO WS-LOAD-ADDED
           MOVE ZERO TO WS-LOAD-REFRESHED
           MOVE ZERO TO WS-LOAD-REOPENED
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGLC-BALHIST-FILE
           PERFORM UNTIL EOF
               READ CGLC-BALHIST-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF CGLC-SNP-PERIOD = WS-LOAD-PERIOD-N
                               AND (SNP-TYPE-ASSET
                                 OR SNP-TYPE-LIABILITY)
                           PERFORM 350-LOAD-ACCOUNT THRU 350-EXIT
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
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Add the account's row, or refresh its GL balance.  A row
      *   already worked whose balance moved goes back to prepared.
      ***************************************************************
       350-LOAD-ACCOUNT.
           MOVE CGLC-SNP-CUR-BALANCE TO WS-SAVE-BALANCE
           MOVE CGLC-SNP-ACCT-TYPE TO WS-SAVE-TYPE
           MOVE CGLC-SNP-DESCRIPTION TO WS-SAVE-DESCRIPTION
           MOVE CGLC-SNP-PERIOD TO CGLC-BSR-PERIOD
           MOVE CGLC-SNP-ACCT-NO TO CGLC-BSR-ACCT-NO
           PERFORM 700-READ-RECON-MASTER THRU 700-EXIT
           IF NOT RECON-FOUND
               MOVE WS-LOAD-PERIOD-N TO CGLC-BSR-PERIOD
               MOVE CGLC-SNP-ACCT-NO TO CGLC-BSR-ACCT-NO
               MOVE WS-SAVE-DESCRIPTION TO CGLC-BSR-DESCRIPTION
               MOVE WS-SAVE-TYPE TO CGLC-BSR-ACCT-TYPE
               MOVE WS-SAVE-BALANCE TO CGLC-BSR-GL-BALANCE
               MOVE ZERO TO CGLC-BSR-SUPPORT-BALANCE
               MOVE WS-SAVE-BALANCE TO CGLC-BSR-DIFFERENCE
               MOVE SPACES TO CGLC-BSR-EXPLANATION
               MOVE SPACES TO CGLC-BSR-PREPARER-ID
               MOVE ZERO TO CGLC-BSR-PREPARED-DATE
               MOVE SPACES TO CGLC-BSR-REVIEWER-ID
               MOVE ZERO TO CGLC-BSR-REVIEWED-DATE
               MOVE "O" TO CGLC-BSR-STATUS
               IF WS-SAVE-BALANCE = ZERO
                   MOVE "N" TO CGLC-BSR-REQUIRED
               ELSE
                   MOVE "Y" TO CGLC-BSR-REQUIRED
               END-IF
               WRITE CGLC-BS-RECON-REC
                   INVALID KEY CONTINUE
                   NOT INVALID KEY ADD 1 TO WS-LOAD-ADDED
               END-WRITE
               GO TO 350-EXIT
           END-IF
           ADD 1 TO WS-LOAD-REFRESHED
           IF CGLC-BSR-GL-BALANCE = WS-SAVE-BALANCE
               GO TO 350-EXIT
           END-IF
           MOVE WS-SAVE-BALANCE TO CGLC-BSR-GL-BALANCE
           COMPUTE CGLC-BSR-DIFFERENCE =
               CGLC-BSR-GL-BALANCE - CGLC-BSR-SUPPORT-BALANCE
           IF WS-SAVE-BALANCE NOT = ZERO
               MOVE "Y" TO CGLC-BSR-REQUIRED
           END-IF
           IF BSR-REVIEWED
               MOVE "P" TO CGLC-BSR-STATUS
               MOVE SPACES TO CGLC-BSR-REVIEWER-ID
               MOVE ZERO TO CGLC-BSR-REVIEWED-DATE
               ADD 1 TO WS-LOAD-REOPENED
           END-IF
           REWRITE CGLC-BS-RECON-REC
               INVALID KEY CONTINUE
           END-REWRITE.
       350-EXIT.
           EXIT.
      ***************************************************************
      *   Key the supporting balance and the explanation for one
      *   account.  Preparing again after a review sends the row
      *   back for review.
      ***************************************************************
       400-PREPARE-ACCOUNT.
           DISPLAY SCR01
           ACCEPT SCR01
           PERFORM 700-READ-RECON-MASTER THRU 700-EXIT
           IF NOT RECON-FOUND
               MOVE "ACCOUNT IS NOT LOADED FOR THAT PERIOD"
                   TO WS-MESSAGE
               DISPLAY SCRMSG
               DISPLAY SCR02
               ACCEPT WS-CONTINUE
               GO TO 400-EXIT
           END-IF
           DISPLAY SCRVIEW
           DISPLAY SCRPREP
           ACCEPT SCRPREP
           COMPUTE CGLC-BSR-DIFFERENCE =
               CGLC-BSR-GL-BALANCE - CGLC-BSR-SUPPORT-BALANCE
           MOVE WS-OPERATOR-ID TO CGLC-BSR-PREPARER-ID
           MOVE WS-TODAY TO CGLC-BSR-PREPARED-DATE
           MOVE SPACES TO CGLC-BSR-REVIEWER-ID
           MOVE ZERO TO CGLC-BSR-REVIEWED-DATE
           MOVE "P" TO CGLC-BSR-STATUS
           REWRITE CGLC-BS-RECON-REC
               INVALID KEY
                   MOVE "ACCOUNT IS NOT LOADED FOR THAT PERIOD"
                       TO WS-MESSAGE
               NOT INVALID KEY
                   MOVE "RECONCILIATION PREPARED" TO WS-MESSAGE
           END-REWRITE
           DISPLAY SCRVIEW
           DISPLAY SCRMSG
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Supervisor review of a prepared row - not their own, and
      *   not with a difference nobody has explained.
      ***************************************************************
       500-REVIEW-ACCOUNT.
           IF WS-AUTH-LEVEL < 3
               MOVE "NOT AUTHORIZED - SUPERVISOR SIGN-ON REQUIRED"
                   TO WS-MESSAGE
               DISPLAY SCRMSG
               DISPLAY SCR02
               ACCEPT WS-CONTINUE
               GO TO 500-EXIT
           END-IF
           DISPLAY SCR01
           ACCEPT SCR01
           PERFORM 700-READ-RECON-MASTER THRU 700-EXIT
           IF NOT RECON-FOUND
               MOVE "ACCOUNT IS NOT LOADED FOR THAT PERIOD"
                   TO WS-MESSAGE
               GO TO 500-REFUSE
           END-IF
           DISPLAY SCRVIEW
           IF NOT BSR-PREPARED
               MOVE "ACCOUNT IS NOT AWAITING REVIEW" TO WS-MESSAGE
               GO TO 500-REFUSE
           END-IF
           IF CGLC-BSR-PREPARER-ID = WS-OPERATOR-ID
               MOVE "PREPARER CANNOT REVIEW THEIR OWN WORK"
                   TO WS-MESSAGE
               GO TO 500-REFUSE
           END-IF
           IF CGLC-BSR-DIFFERENCE NOT = ZERO
                   AND CGLC-BSR-EXPLANATION = SPACES
               MOVE "DIFFERENCE IS UNEXPLAINED - RETURN TO PREPARER"
                   TO WS-MESSAGE
               GO TO 500-REFUSE
           END-IF
           MOVE SPACE TO WS-REVIEW-REPLY
           DISPLAY SCRREVASK
           ACCEPT SCRREVASK
           IF WS-REVIEW-REPLY NOT = "Y"
               GO TO 500-EXIT
           END-IF
           MOVE WS-OPERATOR-ID TO CGLC-BSR-REVIEWER-ID
           MOVE WS-TODAY TO CGLC-BSR-REVIEWED-DATE
           MOVE "R" TO CGLC-BSR-STATUS
           REWRITE CGLC-BS-RECON-REC
               INVALID KEY
                   MOVE "ACCOUNT IS NOT LOADED FOR THAT PERIOD"
                       TO WS-MESSAGE
               NOT INVALID KEY
                   MOVE "RECONCILIATION REVIEWED" TO WS-MESSAGE
           END-REWRITE
           DISPLAY SCRVIEW.
       500-REFUSE.
           DISPLAY SCRMSG
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the reconciliation file.
      ***************************************************************
       700-READ-RECON-MASTER.
           READ CGLC-BS-RECON-FILE
              INVALID KEY MOVE "F" TO WS-BSR-NOT-FOUND
              NOT INVALID KEY MOVE "T" TO WS-BSR-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Open the file and get the current date.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O CGLC-BS-RECON-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           MOVE WS-DATE (1:8) TO WS-TODAY.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGLC-BS-RECON-FILE.
       910-EXIT.
           EXIT.
