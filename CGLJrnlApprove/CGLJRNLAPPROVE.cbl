       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLJRNLAPPROVE.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Maker-checker approval screen for keyed journal entries.
      * CGLJRNLENTRY saves every entry with a pending row on the
      * approval file; CGLJOURNALPOST will not post it until that row
      * says approved.  A supervisor (level 3) steps through the
      * pending entries here - header, keying operator, and lines -
      * and approves, rejects, or skips each.  No operator can ever
      * approve an entry they keyed, and above the second-approval
      * threshold on the journal control file an entry needs two
      * approvals from two different supervisors.  Each approval is
      * stamped with the approver's ID and the time, and the nightly
      * posting carries both onto its posting report.  A rejected
      * entry is dropped from the journal by the next posting run.
      *
      * The threshold is set from this screen as well (zero means no
      * entry needs a second approval); the supervisor who set it and
      * when are kept on the control record.
      *
      * Input:  J:\CS3530\COAJRNLFILE.DAT
      * File:   J:\CS3530\COAJRNLAPPR.DAT (rewritten)
      *         J:\CS3530\COAJRNLCTL.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CGL-JOURNAL-FILE
               ASSIGN TO UT-SYS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
               ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - UNTIL A THRESHOLD IS SET NO ENTRY NEEDS A
      *    SECOND APPROVAL.
           SELECT OPTIONAL CGL-JRNL-CONTROL-FILE
               ASSIGN TO UT-SYS-JRNL-CONTROL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CGL-JOURNAL-FILE
           RECORD CONTAINS 77 CHARACTERS.
       01  CGL-JOURNAL-REC.
           05  JRNL-ENTRY-NO               PIC 9(5).
           05  JRNL-LINE-NO                PIC 9(3).
           05  JRNL-ACCT-NO                PIC 9(4).
           05  JRNL-DEBIT-AMT              PIC 9(7)V99.
           05  JRNL-CREDIT-AMT             PIC 9(7)V99.
           05  JRNL-DESCRIPTION            PIC X(30).
           05  JRNL-EFF-DATE               PIC 9(8).
           05  JRNL-OPERATOR-ID            PIC X(8).
           05  JRNL-REVERSE-FLAG           PIC X.
      *    SAME LAYOUT CGLJRNLENTRY WRITES AND CGLJOURNALPOST READS.
       FD  CGL-JRNL-APPROVAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CGL-JRNL-APPROVAL-REC.
           05  JAPR-ENTRY-NO               PIC 9(5).
           05  JAPR-STATUS                 PIC X.
           05  JAPR-ENTRY-AMT              PIC 9(7)V99.
           05  JAPR-DESCRIPTION            PIC X(30).
           05  JAPR-MAKER-ID               PIC X(8).
           05  JAPR-KEYED-TS               PIC X(14).
           05  JAPR-APPROVER-1             PIC X(8).
           05  JAPR-APPROVED-1-TS          PIC X(14).
           05  JAPR-APPROVER-2             PIC X(8).
           05  JAPR-APPROVED-2-TS          PIC X(14).
           05  FILLER                      PIC X(9).
       FD  CGL-JRNL-CONTROL-FILE
           RECORD CONTAINS 40 CHARACTERS.
       01  CGL-JRNL-CONTROL-REC.
           05  JCTL-SECOND-APPR-AMT        PIC 9(7)V99.
           05  JCTL-OPERATOR-ID            PIC X(8).
           05  JCTL-CHANGED-TS             PIC X(14).
           05  FILLER                      PIC X(9).

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
           05  UT-SYS-JOURNAL-FILE         PIC X(50)
               VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE   PIC X(50)
               VALUE "J:\CS3530\COAJRNLAPPR.DAT".
           05  UT-SYS-JRNL-CONTROL-FILE    PIC X(50)
               VALUE "J:\CS3530\COAJRNLCTL.DAT".
       01  WS-OPERATOR-ID                  PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL               PIC 9      VALUE ZERO.
           05  WS-SIGNON-OK                PIC X      VALUE "N".
               88  SIGNON-OK               VALUE "Y".
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM             PIC X      VALUE "F".
               88  OK-TO-STOP              VALUE "Y".
           05  WS-STOP-REVIEW              PIC X      VALUE "N".
               88  STOP-REVIEW             VALUE "Y".
           05  WS-CONTINUE                 PIC X.
           05  WS-MENU-CHOICE              PIC X.
           05  WS-ACTION                   PIC X.
               88  ACTION-APPROVE          VALUE "A" "a".
               88  ACTION-REJECT           VALUE "R" "r".
               88  ACTION-STOP             VALUE "X" "x".
           05  WS-CONFIRM                  PIC X.
               88  CHANGE-CONFIRMED        VALUE "Y" "y".
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-TABLE-CHANGED            PIC X      VALUE "N".
               88  TABLE-CHANGED           VALUE "Y".
       01  WS-DATE.
           05  WS-YEAR                     PIC 9(4).
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
           05                              PIC X(10).
       01  WS-TIMESTAMP                    PIC X(21).
      *    SECOND-APPROVAL THRESHOLD OFF THE CONTROL FILE - ZERO MEANS
      *    ONE APPROVAL IS ALWAYS ENOUGH.
       01  WS-SECOND-APPR-AMT              PIC 9(7)V99 VALUE ZERO.
       01  WS-NEW-SECOND-APPR-AMT          PIC 9(7)V99 VALUE ZERO.
      *    THE WHOLE APPROVAL FILE AS LOADED, HELD WHILE THE
      *    SUPERVISOR WORKS - EACH ROW AS DECIDED HERE, THE ROW AS IT
      *    WAS READ, AND WHETHER A DECISION WAS MADE ON IT.
       01  WS-APPR-TABLE.
           05  WS-APPR-COUNT               PIC 9(3)   VALUE ZERO.
           05  WS-APPR-ENTRY OCCURS 500 TIMES.
               10  WS-AP-REC               PIC X(120).
               10  WS-AP-LOADED-REC        PIC X(120).
               10  WS-AP-DECIDED           PIC X.
      *    THE APPROVAL FILE AS IT STANDS AT SAVE TIME.
       01  WS-SAVE-TABLE.
           05  WS-SAVE-COUNT               PIC 9(3)   VALUE ZERO.
           05  WS-SAVE-ENTRY OCCURS 500 TIMES.
               10  WS-SV-REC               PIC X(120).
       01  WS-LOST-COUNT                   PIC 9(3)   VALUE ZERO.
       01  WS-SUB                          PIC 9(3).
       01  WS-SUB2                         PIC 9(3).
       01  WS-FOUND-SUB                    PIC 9(3).
       01  WS-REVIEW-COUNTS.
           05  WS-APPROVED-COUNT           PIC 9(3)   VALUE ZERO.
           05  WS-REJECTED-COUNT           PIC 9(3)   VALUE ZERO.
           05  WS-OWN-SKIPPED-COUNT        PIC 9(3)   VALUE ZERO.
      *    THE ENTRY ON THE REVIEW SCREEN - ITS FIRST EIGHT LINES OFF
      *    THE JOURNAL FILE AND HOW MANY MORE THERE ARE.
       01  WS-REVIEW-AREA.
           05  WS-RV-APPROVALS-NEEDED      PIC 9.
           05  WS-RV-LINE-COUNT            PIC 9(3).
           05  WS-RV-MORE-TEXT             PIC X(30).
           05  WS-RV-RESULT-TEXT           PIC X(50).
           05  WS-RV-LINE OCCURS 8 TIMES.
               10  WS-RV-LINE-TEXT         PIC X(60).
       01  WS-RV-LINE-FORMAT.
           05  WS-RVF-ACCT-NO              PIC 9(4).
           05  FILLER                      PIC X(3)   VALUE " DR".
           05  WS-RVF-DEBIT                PIC ZZZZZZ9.99.
           05  FILLER                      PIC X(3)   VALUE " CR".
           05  WS-RVF-CREDIT               PIC ZZZZZZ9.99.
           05  FILLER                      PIC X(2)   VALUE SPACES.
           05  WS-RVF-DESCRIPTION          PIC X(28).

       SCREEN SECTION.
       01 SCRMM            BLANK SCREEN
                           PROMPT
                           AUTO
                           REQUIRED
                           BACKGROUND-COLOR 0
                           FOREGROUND-COLOR 2.
           05 SCRMM-R1.
              10         COL 1          VALUE "Cole Squire".
              10         COL 28         VALUE "Journal Entry Approval".
              10         COL 71     PIC 99 FROM WS-MONTH.
              10         COL 73         VALUE "/".
              10         COL 74     PIC 99 FROM WS-DAY.
              10         COL 76         VALUE "/".
              10         COL 77     PIC 9(4) FROM WS-YEAR.
           05 SCRMM-R5.
              10 LINE 5  COL 10     VALUE "ENTER MENU OPTION:".
              10        COL 30    PIC X TO WS-MENU-CHOICE.
           05 SCRMM-R7.
              10 LINE 7  COL 14    VALUE "1. REVIEW PENDING ENTRIES".
           05 SCRMM-R8.
              10 LINE 8  COL 14
                 VALUE "2. SET SECOND-APPROVAL THRESHOLD".
           05 SCRMM-R9.
              10 LINE 9  COL 14    VALUE "3. EXIT".
       01 SCRREV           BLANK SCREEN
                           AUTO
                           BACKGROUND-COLOR 0
                           FOREGROUND-COLOR 2.
           05 SCRREV-R3.
              10 LINE 3  COL 10    VALUE "ENTRY:".
              10 LINE 3  COL 17   PIC 9(5) FROM JAPR-ENTRY-NO.
              10 LINE 3  COL 26    VALUE "AMOUNT:".
              10 LINE 3  COL 34   PIC $ZZZZZZ9.99 FROM JAPR-ENTRY-AMT.
           05 SCRREV-R4.
              10 LINE 4  COL 10    VALUE "DESCRIPTION:".
              10 LINE 4  COL 23   PIC X(30) FROM JAPR-DESCRIPTION.
           05 SCRREV-R5.
              10 LINE 5  COL 10    VALUE "KEYED BY:".
              10 LINE 5  COL 23   PIC X(8) FROM JAPR-MAKER-ID.
              10 LINE 5  COL 33    VALUE "AT:".
              10 LINE 5  COL 37   PIC X(14) FROM JAPR-KEYED-TS.
           05 SCRREV-R6.
              10 LINE 6  COL 10    VALUE "1ST APPROVAL:".
              10 LINE 6  COL 23   PIC X(8) FROM JAPR-APPROVER-1.
              10 LINE 6  COL 33    VALUE "APPROVALS NEEDED:".
              10 LINE 6  COL 51   PIC 9 FROM WS-RV-APPROVALS-NEEDED.
           05 SCRREV-R8.
              10 LINE 8  COL 10   PIC X(60) FROM WS-RV-LINE-TEXT (1).
              10 LINE 9  COL 10   PIC X(60) FROM WS-RV-LINE-TEXT (2).
              10 LINE 10 COL 10   PIC X(60) FROM WS-RV-LINE-TEXT (3).
              10 LINE 11 COL 10   PIC X(60) FROM WS-RV-LINE-TEXT (4).
              10 LINE 12 COL 10   PIC X(60) FROM WS-RV-LINE-TEXT (5).
              10 LINE 13 COL 10   PIC X(60) FROM WS-RV-LINE-TEXT (6).
              10 LINE 14 COL 10   PIC X(60) FROM WS-RV-LINE-TEXT (7).
              10 LINE 15 COL 10   PIC X(60) FROM WS-RV-LINE-TEXT (8).
              10 LINE 16 COL 10   PIC X(30) FROM WS-RV-MORE-TEXT.
           05 SCRREV-R18.
              10 LINE 18 COL 10
                 VALUE "A=APPROVE  R=REJECT  S=SKIP  X=STOP:".
              10 LINE 18 COL 47   PIC X TO WS-ACTION.
       01 SCRRESULT.
           05 SCRRESULT-R20.
              10 LINE 20 COL 10   PIC X(50) FROM WS-RV-RESULT-TEXT.
       01 SCR02.
           05 SCR02-R21.
              10 LINE 21 COL 16    VALUE "PRESS ENTER TO CONTINUE".
       01 SCRDONE.
           05 SCRDONE-R12.
              10 LINE 12 COL 10    VALUE "APPROVED:".
              10 LINE 12 COL 20   PIC ZZ9 FROM WS-APPROVED-COUNT.
              10 LINE 12 COL 26    VALUE "REJECTED:".
              10 LINE 12 COL 36   PIC ZZ9 FROM WS-REJECTED-COUNT.
              10 LINE 12 COL 42    VALUE "SKIPPED AS YOUR OWN:".
              10 LINE 12 COL 63   PIC ZZ9 FROM WS-OWN-SKIPPED-COUNT.
       01 SCRTHR.
           05 SCRTHR-R11.
              10 LINE 11 COL 10    VALUE "CURRENT THRESHOLD:".
              10 LINE 11 COL 30   PIC $ZZZZZZ9.99
                                      FROM WS-SECOND-APPR-AMT.
           05 SCRTHR-R12.
              10 LINE 12 COL 10    VALUE "NEW THRESHOLD (0=NONE):".
              10 LINE 12 COL 34   PIC 9(7)V99
                                      TO WS-NEW-SECOND-APPR-AMT.
           05 SCRTHR-R13.
              10 LINE 13 COL 10    VALUE "SAVE (Y/N):".
              10 LINE 13 COL 34   PIC X TO WS-CONFIRM.
       01 SCRTHRSUC.
           05 SCRTHRSUC-R15.
              10 LINE 15 COL 10    VALUE "THRESHOLD SAVED".

       PROCEDURE DIVISION.
      ***************************************************************
      *   Do startup tasks, requiring supervisor authority.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
      *    APPROVING ANOTHER OPERATOR'S ENTRY IS THE CHECK ON POSTING
      *    AUTHORITY, SO IT TAKES SUPERVISOR AUTHORITY (LEVEL 3).
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 3
               DISPLAY "NOT AUTHORIZED - SUPERVISOR SIGN-ON REQUIRED"
               GOBACK
           END-IF
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      ***************************************************************
       050-SIGN-ON.
           MOVE "CGLJRNLAPPR" TO SGN-PROGRAM-NAME
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
                   PERFORM 300-REVIEW-ENTRIES THRU 300-EXIT
               WHEN "2"
                   PERFORM 500-SET-THRESHOLD THRU 500-EXIT
               WHEN "3"
                   MOVE "Y" TO WS-STOP-PROGRAM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Step through every entry still waiting for an approval,
      *   until the list runs out or the supervisor stops.
      ***************************************************************
       300-REVIEW-ENTRIES.
           MOVE "N" TO WS-STOP-REVIEW
           MOVE ZERO TO WS-APPROVED-COUNT
           MOVE ZERO TO WS-REJECTED-COUNT
           MOVE ZERO TO WS-OWN-SKIPPED-COUNT
           PERFORM 320-REVIEW-ONE-ENTRY THRU 320-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-APPR-COUNT
                  OR STOP-REVIEW
           DISPLAY SCRDONE
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Show one waiting entry and take the supervisor's decision.
      *   The entry's own maker, and whoever gave its first approval,
      *   never see it here.
      ***************************************************************
       320-REVIEW-ONE-ENTRY.
           MOVE WS-AP-REC (WS-SUB) TO CGL-JRNL-APPROVAL-REC
           IF JAPR-STATUS NOT = "P" AND JAPR-STATUS NOT = "1"
               GO TO 320-EXIT
           END-IF
           IF JAPR-MAKER-ID = WS-OPERATOR-ID
                   OR JAPR-APPROVER-1 = WS-OPERATOR-ID
               ADD 1 TO WS-OWN-SKIPPED-COUNT
               GO TO 320-EXIT
           END-IF
           IF WS-SECOND-APPR-AMT > ZERO
                   AND JAPR-ENTRY-AMT > WS-SECOND-APPR-AMT
               MOVE 2 TO WS-RV-APPROVALS-NEEDED
           ELSE
               MOVE 1 TO WS-RV-APPROVALS-NEEDED
           END-IF
           PERFORM 350-LOAD-ENTRY-LINES THRU 350-EXIT
           MOVE SPACE TO WS-ACTION
           DISPLAY SCRREV
           ACCEPT SCRREV
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           EVALUATE TRUE
               WHEN ACTION-STOP
                   MOVE "Y" TO WS-STOP-REVIEW
                   GO TO 320-EXIT
               WHEN ACTION-APPROVE
                   PERFORM 400-APPROVE-ENTRY THRU 400-EXIT
               WHEN ACTION-REJECT
                   PERFORM 420-REJECT-ENTRY THRU 420-EXIT
               WHEN OTHER
                   GO TO 320-EXIT
           END-EVALUATE
           MOVE CGL-JRNL-APPROVAL-REC TO WS-AP-REC (WS-SUB)
           MOVE "Y" TO WS-AP-DECIDED (WS-SUB)
           MOVE "Y" TO WS-TABLE-CHANGED
           DISPLAY SCRRESULT
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   Pull the entry's lines off the journal file for the review
      *   screen - the first eight are shown, the rest counted.
      ***************************************************************
       350-LOAD-ENTRY-LINES.
           MOVE ZERO TO WS-RV-LINE-COUNT
           MOVE SPACES TO WS-RV-MORE-TEXT
           PERFORM VARYING WS-SUB2 FROM 1 BY 1 UNTIL WS-SUB2 > 8
               MOVE SPACES TO WS-RV-LINE-TEXT (WS-SUB2)
           END-PERFORM
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGL-JOURNAL-FILE
           PERFORM UNTIL EOF
               READ CGL-JOURNAL-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF JRNL-ENTRY-NO = JAPR-ENTRY-NO
                           ADD 1 TO WS-RV-LINE-COUNT
                           IF WS-RV-LINE-COUNT NOT > 8
                               MOVE JRNL-ACCT-NO TO WS-RVF-ACCT-NO
                               MOVE JRNL-DEBIT-AMT TO WS-RVF-DEBIT
                               MOVE JRNL-CREDIT-AMT TO WS-RVF-CREDIT
                               MOVE JRNL-DESCRIPTION
                                   TO WS-RVF-DESCRIPTION
                               MOVE WS-RV-LINE-FORMAT
                                   TO WS-RV-LINE-TEXT (WS-RV-LINE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGL-JOURNAL-FILE
           MOVE "N" TO WS-END-OF-FILE
           IF WS-RV-LINE-COUNT > 8
               MOVE "MORE LINES ON THE JOURNAL FILE" TO WS-RV-MORE-TEXT
           END-IF
           IF WS-RV-LINE-COUNT = ZERO
               MOVE "NO LINES ON THE JOURNAL FILE" TO WS-RV-MORE-TEXT
           END-IF.
       350-EXIT.
           EXIT.
      ***************************************************************
      *   Approve: the first approval finishes an entry at or under
      *   the threshold; above it the entry waits for a second,
      *   different supervisor.
      ***************************************************************
       400-APPROVE-ENTRY.
           IF JAPR-STATUS = "P"
               MOVE WS-OPERATOR-ID TO JAPR-APPROVER-1
               MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
               IF WS-RV-APPROVALS-NEEDED = 2
                   MOVE "1" TO JAPR-STATUS
                   MOVE "FIRST APPROVAL RECORDED - SECOND NEEDED"
                       TO WS-RV-RESULT-TEXT
               ELSE
                   MOVE "A" TO JAPR-STATUS
                   MOVE "ENTRY APPROVED - WILL POST TONIGHT"
                       TO WS-RV-RESULT-TEXT
               END-IF
           ELSE
               MOVE WS-OPERATOR-ID TO JAPR-APPROVER-2
               MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-2-TS
               MOVE "A" TO JAPR-STATUS
               MOVE "SECOND APPROVAL RECORDED - WILL POST TONIGHT"
                   TO WS-RV-RESULT-TEXT
           END-IF
           ADD 1 TO WS-APPROVED-COUNT.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Reject: the rejecting supervisor takes the next approver
      *   slot so the trail shows who stopped the entry.
      ***************************************************************
       420-REJECT-ENTRY.
           IF JAPR-STATUS = "P"
               MOVE WS-OPERATOR-ID TO JAPR-APPROVER-1
               MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
           ELSE
               MOVE WS-OPERATOR-ID TO JAPR-APPROVER-2
               MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-2-TS
           END-IF
           MOVE "R" TO JAPR-STATUS
           MOVE "ENTRY REJECTED - DROPPED AT TONIGHT'S POSTING"
               TO WS-RV-RESULT-TEXT
           ADD 1 TO WS-REJECTED-COUNT.
       420-EXIT.
           EXIT.
      ***************************************************************
      *   Show and replace the second-approval threshold.
      ***************************************************************
       500-SET-THRESHOLD.
           MOVE ZERO TO WS-NEW-SECOND-APPR-AMT
           MOVE "N" TO WS-CONFIRM
           DISPLAY SCRTHR
           ACCEPT SCRTHR
           IF NOT CHANGE-CONFIRMED
               GO TO 500-EXIT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO CGL-JRNL-CONTROL-REC
           MOVE WS-NEW-SECOND-APPR-AMT TO JCTL-SECOND-APPR-AMT
           MOVE WS-OPERATOR-ID TO JCTL-OPERATOR-ID
           MOVE WS-TIMESTAMP (1:14) TO JCTL-CHANGED-TS
           OPEN OUTPUT CGL-JRNL-CONTROL-FILE
           WRITE CGL-JRNL-CONTROL-REC
           CLOSE CGL-JRNL-CONTROL-FILE
           MOVE WS-NEW-SECOND-APPR-AMT TO WS-SECOND-APPR-AMT
           DISPLAY SCRTHRSUC
           DISPLAY SCR02
           ACCEPT WS-CONTINUE.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Save this session's decisions.  Since startup the file may
      *   have had rows appended for newly keyed entries, and rows taken
      *   off by a posting run - whose entry numbers a new entry may
      *   since have reused - so the file as it stands now is what is
      *   written back.  Each row on it takes the decision made here
      *   only when it is still the very row that was decided on:
      *   same entry number, maker and keying time, untouched since
      *   it was loaded.  A row decided here that is no longer on the
      *   file is not put back.
      ***************************************************************
       600-REWRITE-APPROVALS.
           MOVE ZERO TO WS-SAVE-COUNT
           MOVE ZERO TO WS-LOST-COUNT
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGL-JRNL-APPROVAL-FILE
           PERFORM UNTIL EOF
               READ CGL-JRNL-APPROVAL-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-SAVE-COUNT = 500
                           DISPLAY "APPROVAL FILE EXCEEDS THE WORK "
                               "TABLE - DECISIONS NOT SAVED"
                           CLOSE CGL-JRNL-APPROVAL-FILE
                           GO TO 600-EXIT
                       END-IF
                       PERFORM 650-FIND-APPROVAL THRU 650-EXIT
                       ADD 1 TO WS-SAVE-COUNT
                       IF WS-FOUND-SUB = ZERO
                           MOVE CGL-JRNL-APPROVAL-REC
                               TO WS-SV-REC (WS-SAVE-COUNT)
                       ELSE
                           MOVE WS-AP-REC (WS-FOUND-SUB)
                               TO WS-SV-REC (WS-SAVE-COUNT)
                           MOVE "S" TO WS-AP-DECIDED (WS-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGL-JRNL-APPROVAL-FILE
           MOVE "N" TO WS-END-OF-FILE
           OPEN OUTPUT CGL-JRNL-APPROVAL-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SAVE-COUNT
               MOVE WS-SV-REC (WS-SUB) TO CGL-JRNL-APPROVAL-REC
               WRITE CGL-JRNL-APPROVAL-REC
           END-PERFORM
           CLOSE CGL-JRNL-APPROVAL-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-APPR-COUNT
               IF WS-AP-DECIDED (WS-SUB) = "Y"
                   ADD 1 TO WS-LOST-COUNT
               END-IF
           END-PERFORM
           IF WS-LOST-COUNT > ZERO
               DISPLAY WS-LOST-COUNT " DECISION(S) NOT SAVED - THE "
                   "ENTRY WAS POSTED, DROPPED OR CHANGED MEANWHILE"
           END-IF.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Look for a decision made here on the approval row just
      *   read: a decided row loaded with the same entry number,
      *   maker and keying time, and the row unchanged since.
      ***************************************************************
       650-FIND-APPROVAL.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-APPR-COUNT
                      OR WS-FOUND-SUB NOT = ZERO
               IF WS-AP-DECIDED (WS-SUB2) = "Y"
                       AND WS-AP-LOADED-REC (WS-SUB2)
                           = CGL-JRNL-APPROVAL-REC
                   MOVE WS-SUB2 TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       650-EXIT.
           EXIT.
      ***************************************************************
      *   Load the approval file into the table and pick up the
      *   threshold.
      ***************************************************************
       800-LOAD-APPROVALS.
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGL-JRNL-APPROVAL-FILE
           PERFORM UNTIL EOF
               READ CGL-JRNL-APPROVAL-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-APPR-COUNT = 500
                           DISPLAY "APPROVAL FILE EXCEEDS THE WORK "
                               "TABLE - RUN REFUSED"
                           GOBACK
                       END-IF
                       ADD 1 TO WS-APPR-COUNT
                       MOVE CGL-JRNL-APPROVAL-REC
                           TO WS-AP-REC (WS-APPR-COUNT)
                       MOVE CGL-JRNL-APPROVAL-REC
                           TO WS-AP-LOADED-REC (WS-APPR-COUNT)
                       MOVE "N" TO WS-AP-DECIDED (WS-APPR-COUNT)
               END-READ
           END-PERFORM
           CLOSE CGL-JRNL-APPROVAL-FILE
           MOVE "N" TO WS-END-OF-FILE
           OPEN INPUT CGL-JRNL-CONTROL-FILE
           READ CGL-JRNL-CONTROL-FILE
               AT END MOVE ZERO TO WS-SECOND-APPR-AMT
               NOT AT END
                   MOVE JCTL-SECOND-APPR-AMT TO WS-SECOND-APPR-AMT
           END-READ
           CLOSE CGL-JRNL-CONTROL-FILE.
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Get the current date, sign on, and load the files.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-DATE.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           PERFORM 800-LOAD-APPROVALS THRU 800-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Write back any decisions made this session.
      *****************************************************************
       910-END-PROGRAM-RTN.
           IF TABLE-CHANGED
               PERFORM 600-REWRITE-APPROVALS THRU 600-EXIT
           END-IF.
       910-EXIT.
           EXIT.
