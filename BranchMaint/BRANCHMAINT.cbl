       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BRANCHMAINT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Maintenance for the branch master file.  The main library and
      * the branch share one catalog, and every copy on BOOKITEM.DAT
      * is homed at a branch - BOOKCIRC, BOOKXFER, and the count and
      * statistics programs validate branch codes against this
      * master.  Each branch carries a name and the number of days a
      * copy normally takes in transit to it; XFERRPT flags a
      * transfer that has been on the road longer.
      *
      * The main library is branch MAIN - new copies are received
      * and homed there.
      *
      *   File  :  C:\COBOL\BRANCHMASTER.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BRANCH-MASTER-FILE
                 ASSIGN TO UT-SYS-BRANCHFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BM-CODE.

       DATA DIVISION.
       FILE SECTION.

       FD BRANCH-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 26 CHARACTERS.
       01 BRANCH-MASTER-REC.
          05  BM-CODE                              PIC X(4).
          05  BM-NAME                              PIC X(20).
          05  BM-TRANSIT-DAYS                      PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-BRANCHFILE                   PIC X(50)
                                   VALUE "C:\COBOL\BRANCHMASTER.DAT".
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                     PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP                VALUE 'Y'.
           05  WS-MENU-CHOICE                      PIC X.
           05  WS-BRANCH-NOT-FOUND                 PIC X
                                            VALUE 'F'.
               88  BRANCH-FOUND              VALUE 'T'.

       PROCEDURE DIVISION.
      ***************************************************************
      *   Do startup tasks.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           STOP RUN.
      ***************************************************************
      *   Display the menu and dispatch.
      ***************************************************************
       200-PROCESS-FILE.
           DISPLAY "1. ADD BRANCH"
           DISPLAY "2. UPDATE BRANCH"
           DISPLAY "3. VIEW BRANCH"
           DISPLAY "4. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-ADD-BRANCH THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-UPDATE-BRANCH THRU 400-EXIT
               WHEN "3"
                   PERFORM 500-VIEW-BRANCH THRU 500-EXIT
               WHEN "4"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Add a new branch.
      ***************************************************************
       300-ADD-BRANCH.
           DISPLAY "BRANCH CODE: "
           ACCEPT BM-CODE
           IF BM-CODE = SPACES
               DISPLAY "BRANCH CODE IS REQUIRED"
               GO TO 300-EXIT
           END-IF
           PERFORM 700-READ-BRANCH-MASTER THRU 700-EXIT
           IF BRANCH-FOUND
               DISPLAY "BRANCH ALREADY EXISTS"
           ELSE
               DISPLAY "BRANCH NAME: "
               ACCEPT BM-NAME
               DISPLAY "NORMAL DAYS IN TRANSIT TO THIS BRANCH: "
               ACCEPT BM-TRANSIT-DAYS
               WRITE BRANCH-MASTER-REC
                   INVALID KEY DISPLAY "ERROR WRITING BRANCH"
                   NOT INVALID KEY DISPLAY "BRANCH ADDED"
               END-WRITE
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Change a branch's name or days in transit.
      ***************************************************************
       400-UPDATE-BRANCH.
           DISPLAY "BRANCH CODE: "
           ACCEPT BM-CODE
           PERFORM 700-READ-BRANCH-MASTER THRU 700-EXIT
           IF BRANCH-FOUND
               DISPLAY "BRANCH NAME (CURRENT " BM-NAME "): "
               ACCEPT BM-NAME
               DISPLAY "DAYS IN TRANSIT (CURRENT "
                   BM-TRANSIT-DAYS "): "
               ACCEPT BM-TRANSIT-DAYS
               REWRITE BRANCH-MASTER-REC
                   INVALID KEY DISPLAY "ERROR REWRITING BRANCH"
                   NOT INVALID KEY DISPLAY "BRANCH UPDATED"
               END-REWRITE
           ELSE
               DISPLAY "BRANCH IS NOT ON FILE"
           END-IF.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Display one branch.
      ***************************************************************
       500-VIEW-BRANCH.
           DISPLAY "BRANCH CODE: "
           ACCEPT BM-CODE
           PERFORM 700-READ-BRANCH-MASTER THRU 700-EXIT
           IF BRANCH-FOUND
               DISPLAY "CODE. . . . . " BM-CODE
               DISPLAY "NAME. . . . . " BM-NAME
               DISPLAY "TRANSIT DAYS  " BM-TRANSIT-DAYS
           ELSE
               DISPLAY "BRANCH IS NOT ON FILE"
           END-IF.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the branch master file.
      ***************************************************************
       700-READ-BRANCH-MASTER.
           READ BRANCH-MASTER-FILE
              INVALID KEY MOVE 'F' TO WS-BRANCH-NOT-FOUND
              NOT INVALID KEY MOVE 'T' TO WS-BRANCH-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Open the file.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O BRANCH-MASTER-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE BRANCH-MASTER-FILE.
       910-EXIT.
           EXIT.
