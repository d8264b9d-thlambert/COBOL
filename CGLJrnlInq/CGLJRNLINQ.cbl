       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLJRNLINQ.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Posted-journal inquiry off the permanent journal history
      * CGLJOURNALPOST appends to.  Two ways in:
      *
      *   1. By entry number - the whole balanced entry, every line
      *      with its account, amounts, and description, under a
      *      heading showing when it posted, the batch serial, who
      *      keyed it, and who approved it.  Entry numbers restart
      *      once the journal file empties, so a posting date can be
      *      given to pick one; zero shows every entry that has
      *      carried the number.
      *   2. By account and posting-date range - every posted journal
      *      line that touched the account, with the entry it belongs
      *      to.
      *
      * A line on CGLACCTSTMT carries the posting date; the batch
      * serial on the activity ledger matches the one shown here, so
      * the statement line leads straight to its entry.
      *
      * Input:  J:\CS3530\COAJRNLHIST.DAT
      * Output: J:\CS3530\COAJRNLINQRPT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CGL-JRNL-HISTORY-FILE
               ASSIGN TO UT-SYS-JRNL-HISTORY-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-JI-REPORT-FILE
               ASSIGN TO UT-SYS-JI-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    SAME LAYOUT CGLJOURNALPOST APPENDS.
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
       FD  CGLC-JI-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS.
      *    ENTRY HEADING - WHEN, WHICH BATCH, AND WHO.
       01  CGLC-JI-HEADING-REC.
           05  CGLC-JI-H-ENTRY-LBL         PIC X(6).
           05  CGLC-JI-H-ENTRY-NO          PIC 9(5).
           05  CGLC-JI-H-POSTED-LBL        PIC X(8).
           05  CGLC-JI-H-POST-DATE         PIC 9(8).
           05  CGLC-JI-H-BATCH-LBL         PIC X(7).
           05  CGLC-JI-H-BATCH-NO          PIC 9(6).
           05  CGLC-JI-H-KEYED-LBL         PIC X(7).
           05  CGLC-JI-H-OPERATOR-ID       PIC X(8).
           05  CGLC-JI-H-APPROVED-LBL      PIC X(10).
           05  CGLC-JI-H-APPROVER-1        PIC X(8).
           05  FILLER                      PIC X.
           05  CGLC-JI-H-APPROVED-1-TS     PIC X(14).
           05  FILLER                      PIC X.
           05  CGLC-JI-H-APPROVER-2        PIC X(8).
           05  FILLER                      PIC X(3).
      *    ONE JOURNAL LINE.
       01  CGLC-JI-DETAIL-REC.
           05  CGLC-JI-ENTRY-NO            PIC 9(5).
           05  FILLER                      PIC X.
           05  CGLC-JI-LINE-NO             PIC 9(3).
           05  FILLER                      PIC X.
           05  CGLC-JI-ACCT-NO             PIC 9(4).
           05  FILLER                      PIC X.
           05  CGLC-JI-DEBIT-AMT           PIC Z(6)9.99.
           05  FILLER                      PIC X.
           05  CGLC-JI-CREDIT-AMT          PIC Z(6)9.99.
           05  FILLER                      PIC X.
           05  CGLC-JI-DESCRIPTION         PIC X(30).
           05  FILLER                      PIC X.
           05  CGLC-JI-EFF-DATE            PIC 9(8).
           05  FILLER                      PIC X.
           05  CGLC-JI-POST-DATE           PIC 9(8).
           05  FILLER                      PIC X.
           05  CGLC-JI-OPERATOR-ID         PIC X(8).
           05  FILLER                      PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-JRNL-HISTORY-FILE    PIC X(50)
               VALUE "J:\CS3530\COAJRNLHIST.DAT".
           05  UT-SYS-JI-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COAJRNLINQRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-INQ-MODE                 PIC X.
               88  INQ-BY-ENTRY            VALUE "1".
               88  INQ-BY-ACCOUNT          VALUE "2".
       01  WS-SELECTION.
           05  WS-SEL-ENTRY-NO             PIC 9(5)   VALUE ZERO.
           05  WS-SEL-POST-DATE            PIC 9(8)   VALUE ZERO.
           05  WS-SEL-ACCT-NO              PIC 9(4)   VALUE ZERO.
           05  WS-SEL-FROM-DATE            PIC 9(8)   VALUE ZERO.
           05  WS-SEL-TO-DATE              PIC 9(8)   VALUE ZERO.
      *    THE ENTRY WHOSE HEADING WAS LAST PRINTED - A NEW NUMBER,
      *    POSTING DATE, OR BATCH STARTS A NEW HEADING.
       01  WS-LAST-ENTRY.
           05  WS-LAST-ENTRY-NO            PIC 9(5)   VALUE ZERO.
           05  WS-LAST-POST-DATE           PIC 9(8)   VALUE ZERO.
           05  WS-LAST-BATCH-NO            PIC 9(6)   VALUE ZERO.
       01  WS-INQ-TOTALS.
           05  WS-LINE-COUNT               PIC 9(5)   VALUE ZERO.
           05  WS-ENTRY-COUNT              PIC 9(5)   VALUE ZERO.
           05  WS-DEBIT-TOTAL              PIC 9(9)V99 VALUE ZERO.
           05  WS-CREDIT-TOTAL             PIC 9(9)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      *  Do startup tasks.
      *  Print every history line the selection asks for.
      *  Do ending tasks.
      *****************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-READ-HISTORY THRU 200-EXIT.
           PERFORM 300-SELECT-LINE THRU 300-EXIT
                   UNTIL EOF.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           IF WS-LINE-COUNT = ZERO
               DISPLAY "NO POSTED JOURNAL LINES MATCH THE SELECTION"
           END-IF
           DISPLAY "JOURNAL INQUIRY COMPLETE - " WS-ENTRY-COUNT
               " ENTRIES, " WS-LINE-COUNT " LINES, DEBITS "
               WS-DEBIT-TOTAL " CREDITS " WS-CREDIT-TOTAL.
           STOP RUN.
      *****************************************************************
      *  Read the next history line.
      *****************************************************************
       200-READ-HISTORY.
           READ CGL-JRNL-HISTORY-FILE
               AT END MOVE "Y" TO WS-END-OF-FILE
           END-READ.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  Keep the line if the selection wants it.  By entry, the
      *  whole entry prints under its heading; by account, only the
      *  lines touching the account, each naming its entry.
      *****************************************************************
       300-SELECT-LINE.
           IF INQ-BY-ENTRY
               IF JH-ENTRY-NO NOT = WS-SEL-ENTRY-NO
                   GO TO 300-NEXT
               END-IF
               IF WS-SEL-POST-DATE NOT = ZERO
                       AND JH-POST-DATE NOT = WS-SEL-POST-DATE
                   GO TO 300-NEXT
               END-IF
           ELSE
               IF JH-ACCT-NO NOT = WS-SEL-ACCT-NO
                       OR JH-POST-DATE < WS-SEL-FROM-DATE
                       OR JH-POST-DATE > WS-SEL-TO-DATE
                   GO TO 300-NEXT
               END-IF
           END-IF
           IF JH-ENTRY-NO NOT = WS-LAST-ENTRY-NO
                   OR JH-POST-DATE NOT = WS-LAST-POST-DATE
                   OR JH-BATCH-NO NOT = WS-LAST-BATCH-NO
               ADD 1 TO WS-ENTRY-COUNT
               MOVE JH-ENTRY-NO TO WS-LAST-ENTRY-NO
               MOVE JH-POST-DATE TO WS-LAST-POST-DATE
               MOVE JH-BATCH-NO TO WS-LAST-BATCH-NO
               IF INQ-BY-ENTRY
                   PERFORM 400-WRITE-HEADING THRU 400-EXIT
               END-IF
           END-IF
           MOVE SPACES TO CGLC-JI-DETAIL-REC
           MOVE JH-ENTRY-NO TO CGLC-JI-ENTRY-NO
           MOVE JH-LINE-NO TO CGLC-JI-LINE-NO
           MOVE JH-ACCT-NO TO CGLC-JI-ACCT-NO
           MOVE JH-DEBIT-AMT TO CGLC-JI-DEBIT-AMT
           MOVE JH-CREDIT-AMT TO CGLC-JI-CREDIT-AMT
           MOVE JH-DESCRIPTION TO CGLC-JI-DESCRIPTION
           MOVE JH-EFF-DATE TO CGLC-JI-EFF-DATE
           MOVE JH-POST-DATE TO CGLC-JI-POST-DATE
           MOVE JH-OPERATOR-ID TO CGLC-JI-OPERATOR-ID
           WRITE CGLC-JI-DETAIL-REC
           ADD 1 TO WS-LINE-COUNT
           ADD JH-DEBIT-AMT TO WS-DEBIT-TOTAL
           ADD JH-CREDIT-AMT TO WS-CREDIT-TOTAL.
       300-NEXT.
           PERFORM 200-READ-HISTORY THRU 200-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Heading over one posted entry.
      *****************************************************************
       400-WRITE-HEADING.
           MOVE SPACES TO CGLC-JI-HEADING-REC
           MOVE "ENTRY " TO CGLC-JI-H-ENTRY-LBL
           MOVE " POSTED " TO CGLC-JI-H-POSTED-LBL
           MOVE " BATCH " TO CGLC-JI-H-BATCH-LBL
           MOVE " KEYED " TO CGLC-JI-H-KEYED-LBL
           MOVE " APPROVED " TO CGLC-JI-H-APPROVED-LBL
           MOVE JH-ENTRY-NO TO CGLC-JI-H-ENTRY-NO
           MOVE JH-POST-DATE TO CGLC-JI-H-POST-DATE
           MOVE JH-BATCH-NO TO CGLC-JI-H-BATCH-NO
           MOVE JH-OPERATOR-ID TO CGLC-JI-H-OPERATOR-ID
           MOVE JH-APPROVER-1 TO CGLC-JI-H-APPROVER-1
           MOVE JH-APPROVED-1-TS TO CGLC-JI-H-APPROVED-1-TS
           MOVE JH-APPROVER-2 TO CGLC-JI-H-APPROVER-2
           WRITE CGLC-JI-HEADING-REC.
       400-EXIT.
           EXIT.
      *****************************************************************
      *   Ask for the selection and open the files.
      *****************************************************************
       900-INITIALIZATION.
           DISPLAY "1 = SHOW ENTRY BY NUMBER, 2 = LIST BY ACCOUNT: "
           ACCEPT WS-INQ-MODE
           IF INQ-BY-ENTRY
               DISPLAY "ENTER ENTRY NUMBER: "
               ACCEPT WS-SEL-ENTRY-NO
               DISPLAY "ENTER POSTING DATE (YYYYMMDD, 0 FOR ALL): "
               ACCEPT WS-SEL-POST-DATE
           ELSE
               IF INQ-BY-ACCOUNT
                   DISPLAY "ENTER ACCOUNT NUMBER: "
                   ACCEPT WS-SEL-ACCT-NO
                   DISPLAY "ENTER FROM POSTING DATE (YYYYMMDD): "
                   ACCEPT WS-SEL-FROM-DATE
                   DISPLAY "ENTER TO POSTING DATE (YYYYMMDD): "
                   ACCEPT WS-SEL-TO-DATE
               ELSE
                   DISPLAY "INVALID CHOICE - MUST BE 1 OR 2"
                   STOP RUN
               END-IF
           END-IF
           OPEN INPUT CGL-JRNL-HISTORY-FILE.
           OPEN OUTPUT CGLC-JI-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGL-JRNL-HISTORY-FILE.
           CLOSE CGLC-JI-REPORT-FILE.
       910-EXIT.
           EXIT.
