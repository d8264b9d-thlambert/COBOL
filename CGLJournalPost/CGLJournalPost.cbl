      * with forgotten manual reversals.  Entries dated into a future
      * period are likewise held, not posted early.
      *
      * Every entry carries a row on the approval file and posts
      * only once that row shows it approved.  Entries keyed on
      * CGLJRNLENTRY or imported through CGLJRNLIMPORT arrive
      * pending and are decided on CGLJRNLAPPROVE; the batch
      * generators (allocations, depreciation, AP accruals, payroll
      * deposits) write theirs already approved, with the generating
      * program as approver, and a generated reversal inherits the
      * approval of the entry it reverses.  An entry still waiting
      * for an approval is carried forward untouched, and one a
      * supervisor rejected is dropped and reported.  An entry with
      * no approval row at all is held, not posted, and reported so
      * it can be traced and re-keyed.  The keying operator and each
      * approver's ID and approval time go onto the posting report
      * with the entry.
      *
      * Every line of every posted entry - account, amounts, its own
      * description, keying operator, and approvers - is appended to
      * the permanent journal history with tonight's posting date and
      * the COATRANSFILE.DAT batch serial it went out under, the same
      * date and batch CGLFILEPROCESSING stamps on the activity
      * ledger.  CGLJRNLINQ reads it to trace a CGLACCTSTMT line back
      * to the entry behind it.
      *
      * Input:  J:\CS3530\COAJRNLFILE.DAT
      *         J:\CS3530\COAFILEMASTER.DAT
      * I-O:    J:\CS3530\COAJRNLAPPR.DAT
      * Output: J:\CS3530\COAJRNLHIST.DAT (extended)
      * Output: J:\CS3530\COAJRNLPOSTRPT.DAT
      *         J:\CS3530\COATRANSFILE.DAT (merged in, not replaced)
      *******************************************************************
           SELECT OPTIONAL CGL-JOURNAL-FILE
               ASSIGN TO UT-SYS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
               ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - THE FIRST POSTING EVER CREATES THE HISTORY.
           SELECT OPTIONAL CGL-JRNL-HISTORY-FILE
               ASSIGN TO UT-SYS-JRNL-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGL-COA-MASTER-FILE
               ASSIGN TO UT-SYS-COA-MASTER-FILE
               ORGANIZATION IS INDEXED
      *    REMEMBER TO KEY THE OTHER SIDE AFTER THE FIRST.
           05  JRNL-REVERSE-FLAG           PIC X.
               88  JRNL-AUTO-REVERSE       VALUE "Y".
      *    MAKER-CHECKER STATUS OF EACH ENTRY STILL ON THE JOURNAL
      *    FILE - WRITTEN WITH THE ENTRY BY WHATEVER PROGRAM WROTE IT,
      *    DECIDED ON CGLJRNLAPPROVE.
       FD  CGL-JRNL-APPROVAL-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  CGL-JRNL-APPROVAL-REC.
           05  JAPR-ENTRY-NO               PIC 9(5).
           05  JAPR-STATUS                 PIC X.
               88  JAPR-PENDING            VALUE "P".
               88  JAPR-FIRST-APPROVED     VALUE "1".
               88  JAPR-APPROVED           VALUE "A".
               88  JAPR-REJECTED           VALUE "R".
           05  JAPR-ENTRY-AMT              PIC 9(7)V99.
           05  JAPR-DESCRIPTION            PIC X(30).
           05  JAPR-MAKER-ID               PIC X(8).
           05  JAPR-KEYED-TS               PIC X(14).
           05  JAPR-APPROVER-1             PIC X(8).
           05  JAPR-APPROVED-1-TS          PIC X(14).
           05  JAPR-APPROVER-2             PIC X(8).
           05  JAPR-APPROVED-2-TS          PIC X(14).
           05  FILLER                      PIC X(9).
      *    ONE ROW PER POSTED JOURNAL LINE, NEVER REWRITTEN - THE
      *    JOURNAL LINE AS IT POSTED PLUS WHEN, UNDER WHICH BATCH, AND
      *    WHO APPROVED IT.  ENTRY NUMBERS RESTART ONCE THE JOURNAL
      *    FILE EMPTIES, SO AN ENTRY IS IDENTIFIED BY ITS NUMBER AND
      *    POSTING DATE TOGETHER.
       FD  CGL-JRNL-HISTORY-FILE
           RECORD CONTAINS 140 CHARACTERS.
       01  CGL-JRNL-HISTORY-REC.
           05  JH-ENTRY-NO                 PIC 9(5).
           05  JH-LINE-NO                  PIC 9(3).
           05  JH-ACCT-NO                  PIC 9(4).
           05  JH-DEBIT-AMT                PIC 9(7)V99.
           05  JH-CREDIT-AMT               PIC 9(7)V99.
           05  JH-DESCRIPTION              PIC X(30).
           05  JH-EFF-DATE                 PIC 9(8).
           05  JH-OPERATOR-ID              PIC X(8).
           05  JH-REVERSE-FLAG             PIC X.
           05  JH-POST-DATE                PIC 9(8).
           05  JH-BATCH-NO                 PIC 9(6).
           05  JH-APPROVER-1               PIC X(8).
           05  JH-APPROVED-1-TS            PIC X(14).
           05  JH-APPROVER-2               PIC X(8).
           05  JH-APPROVED-2-TS            PIC X(14).
           05  FILLER                      PIC X(5).
       FD  CGL-COA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS.
           RECORD CONTAINS 73 CHARACTERS.
       01  CGLC-TRANS-WORK-REC             PIC X(73).
       FD  CGLC-JP-REPORT-FILE
           RECORD CONTAINS 122 CHARACTERS.
       01  CGLC-JP-REPORT-REC.
           05  CGLC-JP-ENTRY-NO            PIC 9(5).
           05  FILLER                      PIC X.
           05  CGLC-JP-CREDIT-TOTAL        PIC S9(7)V99.
           05  FILLER                      PIC X.
           05  CGLC-JP-MESSAGE             PIC X(30).
      *    THE APPROVAL TRAIL - WHO KEYED THE ENTRY AND WHO APPROVED
      *    IT WHEN.  A GENERATED ENTRY SHOWS ITS GENERATING PROGRAM.
           05  FILLER                      PIC X.
           05  CGLC-JP-MAKER-ID            PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-JP-APPROVER-1          PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-JP-APPROVED-1-TS       PIC X(14).
           05  FILLER                      PIC X.
           05  CGLC-JP-APPROVER-2          PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-JP-APPROVED-2-TS       PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-JOURNAL-FILE         PIC X(50)
               VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE   PIC X(50)
               VALUE "J:\CS3530\COAJRNLAPPR.DAT".
           05  UT-SYS-JRNL-HISTORY-FILE    PIC X(50)
               VALUE "J:\CS3530\COAJRNLHIST.DAT".
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-TRANS-FILE           PIC X(50)
      *        SWAPPING THEM LINE FOR LINE.
               10  WS-EL-DEBIT-AMT         PIC 9(7)V99.
               10  WS-EL-CREDIT-AMT        PIC 9(7)V99.
               10  WS-EL-DESCRIPTION       PIC X(30).
      *    HEADER FIELDS OF THE ENTRY BEING GATHERED, TAKEN OFF ITS
      *    FIRST LINE.
       01  WS-ENTRY-HEADER.
           05  WS-REJECTED-COUNT           PIC 9(5)   VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(5)   VALUE ZERO.
           05  WS-GENERATED-COUNT          PIC 9(5)   VALUE ZERO.
           05  WS-AWAITING-COUNT           PIC 9(5)   VALUE ZERO.
      *    THE APPROVAL FILE.  A ROW IS KEPT FOR THE REWRITE ONLY WHILE
      *    ITS ENTRY IS STILL ON THE JOURNAL FILE - ONE THAT POSTED OR
      *    WAS REJECTED COMES OFF WITH ITS ENTRY.
       01  WS-APPR-TABLE.
           05  WS-APPR-COUNT               PIC 9(3)   VALUE ZERO.
           05  WS-APPR-ENTRY OCCURS 500 TIMES.
               10  WS-AP-REC               PIC X(120).
               10  WS-AP-KEEP              PIC X.
       01  WS-APPR-SUB                     PIC 9(3).
      *    LINES OF TONIGHT'S POSTED ENTRIES, HELD FOR THE HISTORY
      *    UNTIL THE MERGE SUCCEEDS AND THE BATCH SERIAL IS KNOWN.
       01  WS-POSTED-TABLE.
           05  WS-POSTED-LINE-COUNT        PIC 9(3)   VALUE ZERO.
           05  WS-POSTED-LINE OCCURS 500 TIMES.
               10  WS-PL-REC               PIC X(140).
       01  WS-RUN-TIMESTAMP                PIC X(21).
       01  WS-TODAY-DATE                   PIC 9(8).
      *    JOURNAL LINES THAT MUST SURVIVE TONIGHT'S RUN: LINES OF
      *    ON THE POSTING REPORT FOR RE-KEYING.  A FAILED RUN LEAVES
      *    THE FILE UNTOUCHED SO IT CAN BE RERUN.
           IF RETURN-CODE = ZERO
               PERFORM 640-WRITE-HISTORY THRU 640-EXIT
               PERFORM 650-CLEAR-JOURNAL THRU 650-EXIT
           END-IF.
           DISPLAY "JOURNAL POST COMPLETE - " WS-POSTED-COUNT
               " ENTRIES POSTED, " WS-REJECTED-COUNT " REFUSED, "
               WS-HELD-COUNT " HELD, " WS-GENERATED-COUNT
               " REVERSALS GENERATED, " WS-AWAITING-COUNT
               " AWAITING APPROVAL".
           GOBACK.
      *****************************************************************
      *  Read the next journal line.
               TO WS-EL-DEBIT-AMT (WS-ENTRY-LINE-COUNT)
           MOVE JRNL-CREDIT-AMT
               TO WS-EL-CREDIT-AMT (WS-ENTRY-LINE-COUNT)
           MOVE JRNL-DESCRIPTION
               TO WS-EL-DESCRIPTION (WS-ENTRY-LINE-COUNT)
           IF WS-ENTRY-LINE-COUNT = 1
               MOVE JRNL-EFF-DATE TO WS-ENTRY-EFF-DATE
               MOVE JRNL-DESCRIPTION TO WS-ENTRY-DESCRIPTION
      *  this program exists to prevent.
      *****************************************************************
       400-VALIDATE-ENTRY.
           MOVE SPACES TO CGLC-JP-REPORT-REC
           MOVE WS-CURRENT-ENTRY-NO TO CGLC-JP-ENTRY-NO
           MOVE WS-ENTRY-DEBIT-TOTAL TO CGLC-JP-DEBIT-TOTAL
           MOVE WS-ENTRY-CREDIT-TOTAL TO CGLC-JP-CREDIT-TOTAL
      *    AN ENTRY POSTS ONLY ONCE IT IS APPROVED.  ONE STILL
      *    WAITING IS CARRIED FORWARD UNTOUCHED; ONE A SUPERVISOR
      *    REJECTED IS DROPPED FROM THE JOURNAL HERE.  ONE WITH NO
      *    APPROVAL ROW AT ALL NEVER WENT THROUGH MAKER-CHECKER AND
      *    IS HELD, NOT POSTED.
           PERFORM 405-FIND-APPROVAL THRU 405-EXIT
           IF WS-APPR-SUB = ZERO
               PERFORM 430-HOLD-ENTRY THRU 430-EXIT
               MOVE "HELD" TO CGLC-JP-STATUS
               MOVE "NO APPROVAL ROW ON FILE" TO CGLC-JP-MESSAGE
               ADD 1 TO WS-AWAITING-COUNT
               WRITE CGLC-JP-REPORT-REC
               MOVE ZERO TO WS-ENTRY-DEBIT-TOTAL
               MOVE ZERO TO WS-ENTRY-CREDIT-TOTAL
               MOVE ZERO TO WS-ENTRY-LINE-COUNT
               GO TO 400-EXIT
           END-IF
           MOVE JAPR-MAKER-ID TO CGLC-JP-MAKER-ID
           MOVE JAPR-APPROVER-1 TO CGLC-JP-APPROVER-1
           MOVE JAPR-APPROVED-1-TS TO CGLC-JP-APPROVED-1-TS
           MOVE JAPR-APPROVER-2 TO CGLC-JP-APPROVER-2
           MOVE JAPR-APPROVED-2-TS TO CGLC-JP-APPROVED-2-TS
           IF JAPR-REJECTED
               MOVE "REJECTED" TO CGLC-JP-STATUS
               MOVE "REJECTED BY APPROVER" TO CGLC-JP-MESSAGE
               ADD 1 TO WS-REJECTED-COUNT
               WRITE CGLC-JP-REPORT-REC
               MOVE ZERO TO WS-ENTRY-DEBIT-TOTAL
               MOVE ZERO TO WS-ENTRY-CREDIT-TOTAL
               MOVE ZERO TO WS-ENTRY-LINE-COUNT
               GO TO 400-EXIT
           END-IF
           IF NOT JAPR-APPROVED
               PERFORM 430-HOLD-ENTRY THRU 430-EXIT
               MOVE "Y" TO WS-AP-KEEP (WS-APPR-SUB)
               MOVE "PENDING" TO CGLC-JP-STATUS
               IF JAPR-FIRST-APPROVED
                   MOVE "AWAITING SECOND APPROVAL"
                       TO CGLC-JP-MESSAGE
               ELSE
                   MOVE "AWAITING APPROVAL" TO CGLC-JP-MESSAGE
               END-IF
               ADD 1 TO WS-AWAITING-COUNT
               WRITE CGLC-JP-REPORT-REC
               MOVE ZERO TO WS-ENTRY-DEBIT-TOTAL
               MOVE ZERO TO WS-ENTRY-CREDIT-TOTAL
               MOVE ZERO TO WS-ENTRY-LINE-COUNT
               GO TO 400-EXIT
           END-IF
      *    AN ENTRY DATED INTO A FUTURE PERIOD (A GENERATED
      *    AUTO-REVERSAL WAITING FOR THE FIRST OF THE MONTH, OR ONE
      *    KEYED AHEAD) IS NOT POSTED TONIGHT - IT IS CARRIED ON THE
      *    JOURNAL FILE UNTIL ITS DATE ARRIVES.
           IF WS-ENTRY-EFF-DATE > WS-TODAY-DATE
               PERFORM 430-HOLD-ENTRY THRU 430-EXIT
      *        AN APPROVED ENTRY KEEPS ITS APPROVAL WHILE IT WAITS.
               MOVE "Y" TO WS-AP-KEEP (WS-APPR-SUB)
               MOVE "HELD" TO CGLC-JP-STATUS
               MOVE "WAITING FOR ITS PERIOD" TO CGLC-JP-MESSAGE
               ADD 1 TO WS-HELD-COUNT
               IF WS-ENTRY-DEBIT-TOTAL = WS-ENTRY-CREDIT-TOTAL
                       AND WS-ENTRY-DEBIT-TOTAL NOT = ZERO
                   PERFORM 420-ACCUMULATE-ENTRY THRU 420-EXIT
                   PERFORM 425-SAVE-POSTED-LINES THRU 425-EXIT
                   MOVE "POSTED" TO CGLC-JP-STATUS
                   MOVE "DEBITS EQUAL CREDITS" TO CGLC-JP-MESSAGE
                   ADD 1 TO WS-POSTED-COUNT
       400-EXIT.
           EXIT.
      *****************************************************************
      *  Look the gathered entry up on the approval table.  Zero
      *  means no row.  The last row for the number wins - rows are
      *  appended, so a newer entry reusing a number is the later.
      *****************************************************************
       405-FIND-APPROVAL.
           MOVE ZERO TO WS-APPR-SUB
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-APPR-COUNT
               IF WS-AP-REC (WS-SUB2) (1:5) = WS-CURRENT-ENTRY-NO
                   MOVE WS-SUB2 TO WS-APPR-SUB
               END-IF
           END-PERFORM
           IF WS-APPR-SUB NOT = ZERO
               MOVE WS-AP-REC (WS-APPR-SUB) TO CGL-JRNL-APPROVAL-REC
           END-IF.
       405-EXIT.
           EXIT.
      *****************************************************************
      *  Keyed read of every line's account against the master, so a
      *  missing account rejects the WHOLE entry up front instead of
      *  being discovered after the other side has already merged.
       420-EXIT.
           EXIT.
      *****************************************************************
      *  Hold a posted entry's lines for the journal history, with
      *  the approval trail picked up in 400.
      *****************************************************************
       425-SAVE-POSTED-LINES.
           PERFORM VARYING WS-SUB2 FROM 1 BY 1
                   UNTIL WS-SUB2 > WS-ENTRY-LINE-COUNT
      *        A FULL TABLE WOULD LOSE HISTORY - FAIL THE STEP; A
      *        FAILED RUN POSTS NOTHING AND LEAVES THE JOURNAL AS-IS.
               IF WS-POSTED-LINE-COUNT = 500
                   DISPLAY "CGLJOURNALPOST: POSTED-LINE TABLE FULL - "
                       "RUN FAILED, JOURNAL LEFT AS-IS"
                   MOVE 16 TO RETURN-CODE
                   GO TO 425-EXIT
               END-IF
               MOVE SPACES TO CGL-JRNL-HISTORY-REC
               MOVE WS-CURRENT-ENTRY-NO TO JH-ENTRY-NO
               MOVE WS-SUB2 TO JH-LINE-NO
               MOVE WS-EL-ACCT-NO (WS-SUB2) TO JH-ACCT-NO
               MOVE WS-EL-DEBIT-AMT (WS-SUB2) TO JH-DEBIT-AMT
               MOVE WS-EL-CREDIT-AMT (WS-SUB2) TO JH-CREDIT-AMT
               MOVE WS-EL-DESCRIPTION (WS-SUB2) TO JH-DESCRIPTION
               MOVE WS-EL-EFF-DATE (WS-SUB2) TO JH-EFF-DATE
               MOVE WS-ENTRY-OPERATOR-ID TO JH-OPERATOR-ID
               MOVE WS-ENTRY-REVERSE-FLAG TO JH-REVERSE-FLAG
               MOVE WS-TODAY-DATE TO JH-POST-DATE
               MOVE ZERO TO JH-BATCH-NO
               MOVE CGLC-JP-APPROVER-1 TO JH-APPROVER-1
               MOVE CGLC-JP-APPROVED-1-TS TO JH-APPROVED-1-TS
               MOVE CGLC-JP-APPROVER-2 TO JH-APPROVER-2
               MOVE CGLC-JP-APPROVED-2-TS TO JH-APPROVED-2-TS
               ADD 1 TO WS-POSTED-LINE-COUNT
               MOVE CGL-JRNL-HISTORY-REC
                   TO WS-PL-REC (WS-POSTED-LINE-COUNT)
           END-PERFORM.
       425-EXIT.
           EXIT.
      *****************************************************************
      *  Carry a future-dated entry's lines forward unchanged - 650
      *  writes the carry table back as the new journal file, so the
      *  entry is still there to post on the night its date arrives.
               MOVE WS-EL-ACCT-NO (WS-SUB2) TO WS-JW-ACCT-NO
               MOVE WS-EL-DEBIT-AMT (WS-SUB2) TO WS-JW-DEBIT-AMT
               MOVE WS-EL-CREDIT-AMT (WS-SUB2) TO WS-JW-CREDIT-AMT
               MOVE WS-EL-DESCRIPTION (WS-SUB2) TO WS-JW-DESCRIPTION
               MOVE WS-EL-EFF-DATE (WS-SUB2) TO WS-JW-EFF-DATE
               MOVE WS-ENTRY-OPERATOR-ID TO WS-JW-OPERATOR-ID
               MOVE WS-ENTRY-REVERSE-FLAG TO WS-JW-REVERSE-FLAG
               ADD 1 TO WS-CARRY-COUNT
               MOVE WS-JRNL-WORK TO WS-CF-REC (WS-CARRY-COUNT)
           END-PERFORM
      *    THE REVERSAL INHERITS THE POSTED ENTRY'S APPROVAL - THE
      *    SAME MAKER AND APPROVERS, ALREADY APPROVED - SO IT POSTS
      *    WHEN ITS PERIOD ARRIVES INSTEAD OF BEING HELD FOR WANT OF
      *    A ROW.  A FULL TABLE FAILS THE STEP LIKE THE CARRY TABLE.
           IF WS-APPR-COUNT = 500
               DISPLAY "CGLJOURNALPOST: APPROVAL TABLE FULL - "
                   "RUN FAILED, JOURNAL LEFT AS-IS"
               MOVE 16 TO RETURN-CODE
               GO TO 440-EXIT
           END-IF
           MOVE "A" TO JAPR-STATUS
           MOVE WS-ENTRY-DEBIT-TOTAL TO JAPR-ENTRY-AMT
           MOVE SPACES TO JAPR-DESCRIPTION
           STRING "REV " WS-ENTRY-DESCRIPTION (1:26)
               DELIMITED BY SIZE INTO JAPR-DESCRIPTION
           MOVE WS-RUN-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           ADD 1 TO WS-APPR-COUNT
           MOVE CGL-JRNL-APPROVAL-REC TO WS-AP-REC (WS-APPR-COUNT)
           MOVE "Y" TO WS-AP-KEEP (WS-APPR-COUNT)
           ADD 1 TO WS-GENERATED-COUNT
           MOVE WS-CURRENT-ENTRY-NO TO CGLC-JP-ENTRY-NO
           MOVE WS-ENTRY-CREDIT-TOTAL TO CGLC-JP-DEBIT-TOTAL
       600-EXIT.
           EXIT.
      *****************************************************************
      *  Append tonight's posted lines to the permanent journal
      *  history under the batch serial they merged into.
      *****************************************************************
       640-WRITE-HISTORY.
           IF WS-POSTED-LINE-COUNT = ZERO
               GO TO 640-EXIT
           END-IF
           OPEN EXTEND CGL-JRNL-HISTORY-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-POSTED-LINE-COUNT
               MOVE WS-PL-REC (WS-SUB) TO CGL-JRNL-HISTORY-REC
               MOVE WS-NEW-CTL-BATCH-NO TO JH-BATCH-NO
               WRITE CGL-JRNL-HISTORY-REC
           END-PERFORM
           CLOSE CGL-JRNL-HISTORY-FILE.
       640-EXIT.
           EXIT.
      *****************************************************************
      *  Rewrite the journal file once every entry on it has been
      *  disposed of: posted and refused entries come off, while held
      *  future-dated entries, entries awaiting approval, and the
      *  generated auto-reversals are written back to wait.
      *****************************************************************
       650-CLEAR-JOURNAL.
           OPEN OUTPUT CGL-JOURNAL-FILE
               WRITE CGL-JOURNAL-REC
           END-PERFORM
           CLOSE CGL-JOURNAL-FILE.
      *    THE APPROVAL FILE FOLLOWS ITS ENTRIES: ONLY ROWS FOR
      *    ENTRIES STILL ON THE JOURNAL GO BACK.
           OPEN OUTPUT CGL-JRNL-APPROVAL-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-APPR-COUNT
               IF WS-AP-KEEP (WS-SUB) = "Y"
                   MOVE WS-AP-REC (WS-SUB) TO CGL-JRNL-APPROVAL-REC
                   WRITE CGL-JRNL-APPROVAL-REC
               END-IF
           END-PERFORM
           CLOSE CGL-JRNL-APPROVAL-FILE.
       650-EXIT.
           EXIT.
      *****************************************************************
           MOVE ZERO TO RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           PERFORM 950-LOAD-APPROVALS THRU 950-EXIT.
           OPEN INPUT CGL-JOURNAL-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           OPEN OUTPUT CGLC-JP-REPORT-FILE.
           CLOSE CGLC-JP-REPORT-FILE.
       910-EXIT.
           EXIT.
      *****************************************************************
      *   Load the approval file.  A file too big for the table fails
      *   the step before anything is read - dropping rows would let
      *   unapproved entries post.
      *****************************************************************
       950-LOAD-APPROVALS.
           OPEN INPUT CGL-JRNL-APPROVAL-FILE
           PERFORM UNTIL EOF
               READ CGL-JRNL-APPROVAL-FILE
                   AT END MOVE "Y" TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-APPR-COUNT = 500
                           DISPLAY "CGLJOURNALPOST: APPROVAL FILE "
                               "EXCEEDS THE WORK TABLE - RUN REFUSED"
                           MOVE 16 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-APPR-COUNT
                       MOVE CGL-JRNL-APPROVAL-REC
                           TO WS-AP-REC (WS-APPR-COUNT)
                       MOVE "N" TO WS-AP-KEEP (WS-APPR-COUNT)
               END-READ
           END-PERFORM
           CLOSE CGL-JRNL-APPROVAL-FILE
           MOVE "N" TO WS-END-OF-FILE.
       950-EXIT.
           EXIT.
