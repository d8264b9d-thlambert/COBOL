      * same month twice.  Rounding differences land on the last
      * target so every generated entry balances to the cent.
      *
      * Run under CGLMONTHEND the period comes off the close
      * parameter instead of being keyed.
      *
      * Input:  J:\CS3530\COAALLOCMASTER.DAT
      *         J:\CS3530\COACLOSEPARM.DAT
      *         J:\CS3530\COAACTIVITYFILE.DAT
      * Output: J:\CS3530\COAJRNLFILE.DAT (extended)
      *         J:\CS3530\COAJRNLAPPR.DAT (extended)
      *         J:\CS3530\COAALLOCRPT.DAT
      *         J:\CS3530\COAALLOCCTL.DAT (extended)
      *******************************************************************
           SELECT OPTIONAL CGL-JOURNAL-FILE
               ASSIGN TO UT-SYS-JOURNAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
               ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-AL-REPORT-FILE
               ASSIGN TO UT-SYS-AL-REPORT-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-ALLOC-CTL-FILE
               ASSIGN TO UT-SYS-ALLOC-CTL-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
      *    SET BY CGLMONTHEND FOR THE STEPS IT RUNS - EMPTY OTHERWISE.
           SELECT OPTIONAL CGLC-CLOSE-PARM-FILE
               ASSIGN TO UT-SYS-CLOSE-PARM-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    ONE ROW PER SOURCE/TARGET PAIR.  ROWS FOR A SOURCE MUST
           05  JRNL-EFF-DATE               PIC 9(8).
           05  JRNL-OPERATOR-ID            PIC X(8).
           05  JRNL-REVERSE-FLAG           PIC X.
      *    SAME LAYOUT CGLJRNLAPPROVE MAINTAINS AND CGLJOURNALPOST
      *    READS.
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
       FD  CGLC-AL-REPORT-FILE
           RECORD CONTAINS 60 CHARACTERS.
       01  CGLC-AL-REPORT-REC.
       01  CGLC-ALLOC-CTL-REC.
           05  CGLC-AC-PERIOD              PIC 9(6).

       FD  CGLC-CLOSE-PARM-FILE
           RECORD CONTAINS 20 CHARACTERS.
       01  CGLC-CLOSE-PARM-REC.
           05  CGLC-CP-PERIOD              PIC 9(6).
           05  CGLC-CP-OPERATOR-ID         PIC X(8).
           05  FILLER                      PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-CLOSE-PARM-FILE      PIC X(50)
               VALUE "J:\CS3530\COACLOSEPARM.DAT".
           05  UT-SYS-ALLOC-MASTER-FILE    PIC X(50)
               VALUE "J:\CS3530\COAALLOCMASTER.DAT".
           05  UT-SYS-ACTIVITY-FILE        PIC X(50)
               VALUE "J:\CS3530\COAACTIVITYFILE.DAT".
           05  UT-SYS-JOURNAL-FILE         PIC X(50)
               VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE   PIC X(50)
               VALUE "J:\CS3530\COAJRNLAPPR.DAT".
           05  UT-SYS-AL-REPORT-FILE       PIC X(50)
               VALUE "J:\CS3530\COAALLOCRPT.DAT".
           05  UT-SYS-ALLOC-CTL-FILE       PIC X(50)
               VALUE "J:\CS3530\COAALLOCCTL.DAT".
       01  WS-CLOSE-PARM-SWITCH            PIC X      VALUE "N".
           88  CLOSE-PARM-PRESENT          VALUE "Y".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
           05  WS-LINE-NO                  PIC 9(3).
           05  WS-ENTRY-COUNT              PIC 9(5)   VALUE ZERO.
       01  WS-NEXT-ENTRY-NO                PIC 9(5)   VALUE 1.
       01  WS-TIMESTAMP                    PIC X(21).

       PROCEDURE DIVISION.
      *****************************************************************
      *****************************************************************
       100-MAIN.
           MOVE ZERO TO RETURN-CODE
           PERFORM 050-READ-CLOSE-PARM THRU 050-EXIT
           IF CLOSE-PARM-PRESENT
               DISPLAY "PERIOD " WS-ALLOC-PERIOD-N
                   " FROM THE MONTH-END RUN"
           ELSE
               DISPLAY "ENTER PERIOD TO ALLOCATE (YYYYMM): "
               ACCEPT WS-ALLOC-PERIOD-N
           END-IF
           IF WS-AP-MONTH < 1 OR WS-AP-MONTH > 12
               DISPLAY "INVALID PERIOD - MONTH MUST BE 01-12"
               MOVE 16 TO RETURN-CODE
               " JOURNAL ENTRIES GENERATED FOR " WS-ALLOC-PERIOD-N.
           GOBACK.
      *****************************************************************
      *  Running under CGLMONTHEND, the period comes off the close
      *  parameter instead of being keyed.
      *****************************************************************
       050-READ-CLOSE-PARM.
           MOVE "N" TO WS-CLOSE-PARM-SWITCH
           OPEN INPUT CGLC-CLOSE-PARM-FILE
           READ CGLC-CLOSE-PARM-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE "Y" TO WS-CLOSE-PARM-SWITCH
                   MOVE CGLC-CP-PERIOD TO WS-ALLOC-PERIOD-N
           END-READ
           CLOSE CGLC-CLOSE-PARM-FILE.
       050-EXIT.
           EXIT.
      *****************************************************************
      *  Has this period already been allocated?
      *****************************************************************
       150-CHECK-PERIOD-DONE.
      *  entry balances to the cent.
      *****************************************************************
       400-GENERATE-ENTRIES.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE
           OPEN EXTEND CGL-JOURNAL-FILE
           PERFORM 420-GENERATE-ONE-SOURCE THRU 420-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SOURCE-COUNT
           CLOSE CGL-JOURNAL-FILE
           CLOSE CGL-JRNL-APPROVAL-FILE.
       400-EXIT.
           EXIT.
       420-GENERATE-ONE-SOURCE.
               WRITE CGLC-AL-REPORT-REC
               GO TO 420-EXIT
           END-IF
      *    A GENERATED ENTRY GOES ON THE APPROVAL FILE ALREADY
      *    APPROVED - CGLJOURNALPOST HOLDS ANY ENTRY WITHOUT A ROW.
      *    THE ROW IS WRITTEN FIRST SO THE LINES NEVER SIT ON THE
      *    JOURNAL WITHOUT IT.  THE AMOUNT IS THE POOL'S ACTIVITY
      *    UNSIGNED - EACH SIDE OF THE ENTRY.
           MOVE SPACES TO CGL-JRNL-APPROVAL-REC
           MOVE WS-NEXT-ENTRY-NO TO JAPR-ENTRY-NO
           MOVE "A" TO JAPR-STATUS
           MOVE WS-SR-ACTIVITY (WS-SUB) TO JAPR-ENTRY-AMT
           STRING "ALLOCATION " WS-ALLOC-PERIOD-N
               DELIMITED BY SIZE INTO JAPR-DESCRIPTION
           MOVE "CGLALLOC" TO JAPR-MAKER-ID
           MOVE WS-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           MOVE "CGLALLOC" TO JAPR-APPROVER-1
           MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
           WRITE CGL-JRNL-APPROVAL-REC
      *    FIND THE SOURCE'S LAST TARGET ROW - IT TAKES THE ROUNDING
      *    REMAINDER.
           MOVE ZERO TO WS-LAST-TARGET-SUB
