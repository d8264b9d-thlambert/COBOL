       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SUBJBROWSE.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Subject browse inquiry - "what do we have on gardening".  The
      * operator enters a subject ID, or a heading (or the start of
      * one) to be looked up on SUBJECT.DAT through the heading
      * alternate key.  Every heading that matches is shown with the
      * books filed under it - ISBN, title, call number, and quantity
      * on hand - and the list is written to a report file the way
      * BOOKBYAUTH writes AUTHMATCH.DAT.
      *
      * A link whose book is no longer on the catalog is skipped.
      *
      *   Input  :  C:\COBOL\SUBJECT.DAT
      *             C:\COBOL\BOOKSUBJ.DAT
      *             C:\COBOL\BOOKCATALOG.DAT
      *   Output :  C:\COBOL\SUBJMATCH.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE
                 ASSIGN TO UT-SYS-BOOKFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BR-BOOK-ISBN
                 ALTERNATE RECORD KEY IS BR-BOOK-TITLE
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                     WITH DUPLICATES.
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
           SELECT SUBJ-MATCH-FILE
                 ASSIGN TO UT-SYS-SUBJ-MATCH-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BOOK-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 103 CHARACTERS.
       01 BOOK-REC.
          05  BR-BOOK-ISBN                          PIC 9(13).
          05  BR-BOOK-TITLE                         PIC X(30).
          05  BR-AUTHOR-ID                          PIC 9(5).
          05  BR-BOOK-PUBLISHER                     PIC X(20).
          05  BR-BOOK-PRICE                         PIC 9(5)V99.
          05  BR-QTY-ON-HAND                        PIC 9(4).
          05  BR-REORDER-POINT                      PIC 9(4).
      *    THE SHELF ADDRESS - SHELFLIST PRINTS THE STACKS IN
      *    THIS ORDER.
          05  BR-CALL-NUMBER                        PIC X(20).

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

       FD SUBJ-MATCH-FILE
          RECORD CONTAINS 107 CHARACTERS.
       01 SUBJ-MATCH-REC.
          05  SM-SUBJECT-ID                         PIC 9(5).
          05  FILLER                                PIC X.
          05  SM-HEADING                            PIC X(30).
          05  FILLER                                PIC X.
          05  SM-BOOK-ISBN                          PIC 9(13).
          05  FILLER                                PIC X.
          05  SM-BOOK-TITLE                         PIC X(30).
          05  FILLER                                PIC X.
          05  SM-CALL-NUMBER                        PIC X(20).
          05  FILLER                                PIC X.
          05  SM-QTY-ON-HAND                        PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-BOOKFILE                      PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-SUBJECTFILE                   PIC X(50)
                                   VALUE "C:\COBOL\SUBJECT.DAT".
           05  UT-SYS-BOOKSUBJFILE                  PIC X(50)
                                   VALUE "C:\COBOL\BOOKSUBJ.DAT".
           05  UT-SYS-SUBJ-MATCH-FILE               PIC X(50)
                                   VALUE "C:\COBOL\SUBJMATCH.DAT".
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                      PIC X
                                            VALUE 'F'.
               88  OK-TO-STOP                VALUE 'Y'.
           05  WS-END-OF-FILE                       PIC X.
               88  EOF                       VALUE 'Y'.
           05  WS-LINK-EOF                          PIC X.
               88  LINK-EOF                  VALUE 'Y'.
           05  WS-LOOKUP-CHOICE                     PIC X.
               88  LOOKUP-BY-HEADING         VALUE 'H' 'h'.
           05  WS-BOOK-FOUND                        PIC X.
               88  BOOK-FOUND                VALUE 'Y'.
       01  WS-HEADING                               PIC X(30).
       01  WS-HEADING-LEN                           PIC 99.
       01  WS-HEADING-COUNT                         PIC 9(5).
       01  WS-MATCH-COUNT                           PIC 9(5).
       01  WS-BOOK-COUNT                            PIC 9(5).

       PROCEDURE DIVISION.
      *************************************************************
      *  Do startup tasks.
      *  Loop until the user decides to stop the program.
      *  Do ending tasks.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                    UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           STOP RUN.
      ***************************************************************
      *  Resolve the subject - by ID, or by heading prefix on the
      *  subject file - and list the books filed under it.
      ***************************************************************
       200-PROCESS-FILE.
           MOVE ZERO TO WS-MATCH-COUNT
           MOVE ZERO TO WS-HEADING-COUNT
           DISPLAY "LOOK UP BY - I = SUBJECT ID, H = HEADING: "
           ACCEPT WS-LOOKUP-CHOICE
           IF LOOKUP-BY-HEADING
               PERFORM 250-FIND-BY-HEADING THRU 250-EXIT
           ELSE
               DISPLAY "ENTER SUBJECT ID: "
               ACCEPT SJ-SUBJECT-ID
               READ SUBJECT-FILE
                   INVALID KEY
                       DISPLAY "SUBJECT IS NOT ON FILE"
                   NOT INVALID KEY
                       PERFORM 300-LIST-SUBJECT-BOOKS THRU 300-EXIT
               END-READ
           END-IF
           IF WS-HEADING-COUNT > ZERO
               DISPLAY WS-MATCH-COUNT " BOOKS UNDER "
                   WS-HEADING-COUNT " HEADINGS"
           END-IF
           DISPLAY "TYPE Y TO STOP PROGRAM"
           ACCEPT WS-STOP-PROGRAM.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  Walk the heading alternate key from the entered text and
      *  list every heading that starts with it.
      ***************************************************************
       250-FIND-BY-HEADING.
           MOVE 'N' TO WS-END-OF-FILE
           DISPLAY "ENTER SUBJECT HEADING (OR THE START OF IT): "
           ACCEPT WS-HEADING
           COMPUTE WS-HEADING-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-HEADING))
           IF WS-HEADING = SPACES
               DISPLAY "HEADING CANNOT BE BLANK"
               GO TO 250-EXIT
           END-IF
           MOVE WS-HEADING TO SJ-HEADING
           START SUBJECT-FILE KEY IS NOT LESS THAN SJ-HEADING
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ SUBJECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
               END-READ
               IF NOT EOF
                   IF SJ-HEADING (1:WS-HEADING-LEN) NOT =
                           WS-HEADING (1:WS-HEADING-LEN)
                       MOVE 'Y' TO WS-END-OF-FILE
                   ELSE
                       PERFORM 300-LIST-SUBJECT-BOOKS THRU 300-EXIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HEADING-COUNT = ZERO
               DISPLAY "NO SUBJECT HEADING STARTS WITH THAT"
           END-IF.
       250-EXIT.
           EXIT.
      ***************************************************************
      *  List every book filed under the subject in SUBJECT-REC,
      *  through the subject alternate key on the link file.
      ***************************************************************
       300-LIST-SUBJECT-BOOKS.
           ADD 1 TO WS-HEADING-COUNT
           MOVE ZERO TO WS-BOOK-COUNT
           DISPLAY "SUBJECT " SJ-SUBJECT-ID " " SJ-HEADING
           MOVE 'N' TO WS-LINK-EOF
           MOVE SJ-SUBJECT-ID TO SL-SUBJECT-ID
           START BOOK-SUBJECT-FILE KEY IS NOT LESS THAN SL-SUBJECT-ID
               INVALID KEY MOVE 'Y' TO WS-LINK-EOF
           END-START
           PERFORM UNTIL LINK-EOF
               READ BOOK-SUBJECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LINK-EOF
               END-READ
               IF NOT LINK-EOF
                   IF SL-SUBJECT-ID NOT = SJ-SUBJECT-ID
                       MOVE 'Y' TO WS-LINK-EOF
                   ELSE
                       PERFORM 350-LIST-BOOK THRU 350-EXIT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BOOK-COUNT = ZERO
               DISPLAY "   NO BOOKS ON FILE UNDER THIS HEADING"
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  Show one linked book and write it to the match file.
      ***************************************************************
       350-LIST-BOOK.
           MOVE SL-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY MOVE 'N' TO WS-BOOK-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-BOOK-FOUND
           END-READ
           IF NOT BOOK-FOUND
               GO TO 350-EXIT
           END-IF
           DISPLAY "   " BR-BOOK-ISBN, " ", BR-BOOK-TITLE, " ",
               BR-CALL-NUMBER, " ", BR-QTY-ON-HAND
           MOVE SPACES TO SUBJ-MATCH-REC
           MOVE SJ-SUBJECT-ID TO SM-SUBJECT-ID
           MOVE SJ-HEADING TO SM-HEADING
           MOVE BR-BOOK-ISBN TO SM-BOOK-ISBN
           MOVE BR-BOOK-TITLE TO SM-BOOK-TITLE
           MOVE BR-CALL-NUMBER TO SM-CALL-NUMBER
           MOVE BR-QTY-ON-HAND TO SM-QTY-ON-HAND
           WRITE SUBJ-MATCH-REC
           ADD 1 TO WS-BOOK-COUNT
           ADD 1 TO WS-MATCH-COUNT.
       350-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files.
      ***************************************************************
       900-INITIALIZATION.
           OPEN INPUT BOOK-FILE.
           OPEN INPUT SUBJECT-FILE.
           OPEN INPUT BOOK-SUBJECT-FILE.
           OPEN OUTPUT SUBJ-MATCH-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
            CLOSE BOOK-FILE.
            CLOSE SUBJECT-FILE.
            CLOSE BOOK-SUBJECT-FILE.
            CLOSE SUBJ-MATCH-FILE.
       910-EXIT.
           EXIT.
