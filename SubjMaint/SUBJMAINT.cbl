       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUBJMAINT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Maintenance for the subject-heading master.  Each heading
      * carries a subject ID; ADDBOOK, BOOKUPDT, and BOOKLOAD link a
      * book to up to five of them on BOOKSUBJ.DAT, SUBJBROWSE lists
      * what the library holds under a heading, and BOOKSTATS breaks
      * circulation out by subject.
      *
      * A heading can be reworded at any time - the links carry only
      * the ID.  A heading still linked to any book cannot be
      * deleted; the books are relinked through BOOKUPDT first, the
      * same rule ADDAUTHOR applies to an author with books on file.
      *
      *   File  :  C:\COBOL\SUBJECT.DAT
      *   Input :  C:\COBOL\BOOKSUBJ.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUBJECT-FILE
                 ASSIGN TO UT-SYS-SUBJECTFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SJ-SUBJECT-ID
                 ALTERNATE RECORD KEY IS SJ-HEADING
                     WITH DUPLICATES.
           SELECT OPTIONAL BOOK-SUBJECT-FILE
                 ASSIGN TO UT-SYS-BOOKSUBJFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SL-KEY
                 ALTERNATE RECORD KEY IS SL-SUBJECT-ID
                     WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

       FD SUBJECT-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 35 CHARACTERS.
       01 SUBJECT-REC.
          05  SJ-SUBJECT-ID                        PIC 9(5).
          05  SJ-HEADING                           PIC X(30).

      *    ONE ROW PER BOOK PER SUBJECT HEADING IT IS FILED UNDER.
       FD BOOK-SUBJECT-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 18 CHARACTERS.
       01 BOOK-SUBJECT-REC.
          05  SL-KEY.
              10  SL-ISBN                          PIC 9(13).
              10  SL-SUBJECT-ID                    PIC 9(5).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-SUBJECTFILE                  PIC X(50)
                                   VALUE "C:\COBOL\SUBJECT.DAT".
           05  UT-SYS-BOOKSUBJFILE                 PIC X(50)
                                   VALUE "C:\COBOL\BOOKSUBJ.DAT".
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                     PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP                VALUE 'Y'.
           05  WS-MENU-CHOICE                      PIC X.
           05  WS-SUBJECT-NOT-FOUND                PIC X
                                            VALUE 'F'.
               88  SUBJECT-FOUND             VALUE 'T'.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
       01  WS-LINK-COUNT                           PIC 9(5).

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
           DISPLAY "1. ADD SUBJECT HEADING"
           DISPLAY "2. UPDATE SUBJECT HEADING"
           DISPLAY "3. VIEW SUBJECT HEADING"
           DISPLAY "4. DELETE SUBJECT HEADING"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-ADD-SUBJECT THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-UPDATE-SUBJECT THRU 400-EXIT
               WHEN "3"
                   PERFORM 500-VIEW-SUBJECT THRU 500-EXIT
               WHEN "4"
                   PERFORM 600-DELETE-SUBJECT THRU 600-EXIT
               WHEN "5"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Add a new subject heading.
      ***************************************************************
       300-ADD-SUBJECT.
           DISPLAY "SUBJECT ID: "
           ACCEPT SJ-SUBJECT-ID
           IF SJ-SUBJECT-ID = ZERO
               DISPLAY "SUBJECT ID IS REQUIRED"
               GO TO 300-EXIT
           END-IF
           PERFORM 700-READ-SUBJECT-MASTER THRU 700-EXIT
           IF SUBJECT-FOUND
               DISPLAY "SUBJECT ALREADY EXISTS - " SJ-HEADING
           ELSE
               DISPLAY "SUBJECT HEADING: "
               ACCEPT SJ-HEADING
               IF SJ-HEADING = SPACES
                   DISPLAY "SUBJECT HEADING IS REQUIRED"
                   GO TO 300-EXIT
               END-IF
               WRITE SUBJECT-REC
                   INVALID KEY DISPLAY "ERROR WRITING SUBJECT"
                   NOT INVALID KEY DISPLAY "SUBJECT ADDED"
               END-WRITE
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Reword a subject heading.
      ***************************************************************
       400-UPDATE-SUBJECT.
           DISPLAY "SUBJECT ID: "
           ACCEPT SJ-SUBJECT-ID
           PERFORM 700-READ-SUBJECT-MASTER THRU 700-EXIT
           IF SUBJECT-FOUND
               DISPLAY "SUBJECT HEADING (CURRENT " SJ-HEADING "): "
               ACCEPT SJ-HEADING
               IF SJ-HEADING = SPACES
                   DISPLAY "SUBJECT HEADING IS REQUIRED"
                   GO TO 400-EXIT
               END-IF
               REWRITE SUBJECT-REC
                   INVALID KEY DISPLAY "ERROR REWRITING SUBJECT"
                   NOT INVALID KEY DISPLAY "SUBJECT UPDATED"
               END-REWRITE
           ELSE
               DISPLAY "SUBJECT IS NOT ON FILE"
           END-IF.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Display one subject heading and how many books are filed
      *   under it.
      ***************************************************************
       500-VIEW-SUBJECT.
           DISPLAY "SUBJECT ID: "
           ACCEPT SJ-SUBJECT-ID
           PERFORM 700-READ-SUBJECT-MASTER THRU 700-EXIT
           IF SUBJECT-FOUND
               PERFORM 750-COUNT-LINKS THRU 750-EXIT
               DISPLAY "SUBJECT ID. . " SJ-SUBJECT-ID
               DISPLAY "HEADING . . . " SJ-HEADING
               DISPLAY "BOOKS FILED . " WS-LINK-COUNT
           ELSE
               DISPLAY "SUBJECT IS NOT ON FILE"
           END-IF.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Delete a subject heading no book is filed under.
      ***************************************************************
       600-DELETE-SUBJECT.
           DISPLAY "SUBJECT ID: "
           ACCEPT SJ-SUBJECT-ID
           PERFORM 700-READ-SUBJECT-MASTER THRU 700-EXIT
           IF NOT SUBJECT-FOUND
               DISPLAY "SUBJECT IS NOT ON FILE"
               GO TO 600-EXIT
           END-IF
           PERFORM 750-COUNT-LINKS THRU 750-EXIT
           IF WS-LINK-COUNT > ZERO
               DISPLAY "CANNOT DELETE - " WS-LINK-COUNT
                   " BOOKS ARE FILED UNDER " SJ-HEADING
               GO TO 600-EXIT
           END-IF
           DELETE SUBJECT-FILE
               INVALID KEY DISPLAY "ERROR DELETING SUBJECT"
               NOT INVALID KEY DISPLAY "SUBJECT DELETED"
           END-DELETE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the subject master file.
      ***************************************************************
       700-READ-SUBJECT-MASTER.
           READ SUBJECT-FILE
              INVALID KEY MOVE 'F' TO WS-SUBJECT-NOT-FOUND
              NOT INVALID KEY MOVE 'T' TO WS-SUBJECT-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Count the books filed under SJ-SUBJECT-ID through the
      *   subject alternate key on the link file.
      ***************************************************************
       750-COUNT-LINKS.
           MOVE ZERO TO WS-LINK-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           MOVE SJ-SUBJECT-ID TO SL-SUBJECT-ID
           START BOOK-SUBJECT-FILE KEY IS NOT LESS THAN SL-SUBJECT-ID
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ BOOK-SUBJECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF SL-SUBJECT-ID NOT = SJ-SUBJECT-ID
                       MOVE 'Y' TO WS-END-OF-FILE
                   ELSE
                       ADD 1 TO WS-LINK-COUNT
                   END-IF
               END-IF
           END-PERFORM.
       750-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O SUBJECT-FILE.
           OPEN INPUT BOOK-SUBJECT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE SUBJECT-FILE.
           CLOSE BOOK-SUBJECT-FILE.
       910-EXIT.
           EXIT.
