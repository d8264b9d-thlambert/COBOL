      * Entry numbers are assigned here: one past the highest entry
      * number already on the journal file.
      *
      * A saved entry does not post on its own.  Each one also gets a
      * pending row on the approval file, and CGLJOURNALPOST carries
      * it forward untouched until a different operator with
      * supervisor authority approves it on CGLJRNLAPPROVE (twice,
      * by two different approvers, above the control threshold).
      * The pending row is written first and its file status checked;
      * if it cannot be written no journal lines are written either,
      * and the operator is told the entry was not saved.
      *
      *   Input :  J:\CS3530\COAFILEMASTER.DAT
      *   File  :  J:\CS3530\COAJRNLFILE.DAT (extended)
      *            J:\CS3530\COAJRNLAPPR.DAT (extended)
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CGL-JOURNAL-FILE
               ASSIGN TO UT-SYS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - THE FIRST ENTRY EVER SAVED CREATES THE FILE.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
               ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-FILE-STATUS.
           SELECT CGL-COA-MASTER-FILE
               ASSIGN TO UT-SYS-COA-MASTER-FILE
               ORGANIZATION IS INDEXED
      *    THE OFFSETTING ENTRY DATED THE FIRST DAY OF THE FOLLOWING
      *    PERIOD WHEN THE ENTRY POSTS.
           05  JRNL-REVERSE-FLAG           PIC X.
      *    ONE ROW PER KEYED ENTRY STILL ON THE JOURNAL FILE - ITS
      *    MAKER-CHECKER STATUS.  SAME LAYOUT CGLJRNLAPPROVE MAINTAINS
      *    AND CGLJOURNALPOST READS.
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
       FD  CGL-COA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS.
       01  WS-FILES.
           05  UT-SYS-JOURNAL-FILE         PIC X(50)
               VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE   PIC X(50)
               VALUE "J:\CS3530\COAJRNLAPPR.DAT".
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
       01  WS-OPERATOR-ID                  PIC X(8).
               88  ACCT-OK                 VALUE "Y".
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-ENTRY-SAVED              PIC X      VALUE "N".
               88  ENTRY-SAVED             VALUE "Y".
      *    "05" IS THE FIRST ENTRY EVER SAVED CREATING THE FILE.
       01  WS-APPR-FILE-STATUS             PIC XX.
           88  APPR-FILE-OK                VALUE "00" "05".
       01  WS-DATE.
           05  WS-YEAR                     PIC 9(4).
           05  WS-MONTH                    PIC 99.
           05  WS-DAY                      PIC 99.
           05                              PIC X(10).
       01  WS-TIMESTAMP                    PIC X(21).
      *    NEXT ENTRY NUMBER TO ASSIGN - ONE PAST THE HIGHEST ALREADY
      *    ON THE JOURNAL FILE AT STARTUP.
       01  WS-NEXT-ENTRY-NO                PIC 9(5)   VALUE 1.
           05 SCRSAVED-R15.
              10 LINE 15 COL 10    VALUE "ENTRY SAVED - NUMBER".
              10 LINE 15 COL 31   PIC 9(5) FROM JRNL-ENTRY-NO.
              10 LINE 15 COL 37    VALUE "- PENDING APPROVAL".
       01 SCRSERR.
           05 SCRSERR-R15.
              10 LINE 15 COL 10
                 VALUE "APPROVAL FILE NOT WRITTEN - ENTRY NOT SAVED".

       PROCEDURE DIVISION.
      ***************************************************************
                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
           IF WS-ENTRY-DEBIT-TOTAL = WS-ENTRY-CREDIT-TOTAL
                   AND WS-ENTRY-DEBIT-TOTAL NOT = ZERO
               PERFORM 400-SAVE-ENTRY THRU 400-EXIT
               IF ENTRY-SAVED
                   DISPLAY SCRSAVED
               ELSE
                   DISPLAY SCRSERR
               END-IF
           ELSE
               DISPLAY SCRTOT
               DISPLAY SCRBERR
       320-EXIT.
           EXIT.
      ***************************************************************
      *   The entry balances - put it on the approval file as
      *   pending so it cannot post until someone else approves it,
      *   then append its lines to the journal file under the next
      *   entry number, each stamped with the keying operator's ID.
      *   The approval row goes first: lines without one would be
      *   held by CGLJOURNALPOST, so if the row cannot be written
      *   nothing is written.
      ***************************************************************
       400-SAVE-ENTRY.
           MOVE "N" TO WS-ENTRY-SAVED
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE SPACES TO CGL-JRNL-APPROVAL-REC
           MOVE WS-NEXT-ENTRY-NO TO JAPR-ENTRY-NO
           MOVE "P" TO JAPR-STATUS
           MOVE WS-ENTRY-DEBIT-TOTAL TO JAPR-ENTRY-AMT
           MOVE WS-ENTRY-DESCRIPTION TO JAPR-DESCRIPTION
           MOVE WS-OPERATOR-ID TO JAPR-MAKER-ID
           MOVE WS-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE
           IF NOT APPR-FILE-OK
               GO TO 400-EXIT
           END-IF
           WRITE CGL-JRNL-APPROVAL-REC
           IF NOT APPR-FILE-OK
               CLOSE CGL-JRNL-APPROVAL-FILE
               GO TO 400-EXIT
           END-IF
           CLOSE CGL-JRNL-APPROVAL-FILE
           IF NOT APPR-FILE-OK
               GO TO 400-EXIT
           END-IF
           OPEN EXTEND CGL-JOURNAL-FILE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ENTRY-LINE-COUNT
               WRITE CGL-JOURNAL-REC
           END-PERFORM
           CLOSE CGL-JOURNAL-FILE
           MOVE "Y" TO WS-ENTRY-SAVED
           ADD 1 TO WS-NEXT-ENTRY-NO.
       400-EXIT.
           EXIT.
