      * allows records in the book file to be deleted interactively,
      * built the same way DELEMP deletes from the employee master.
      * SEE REQUEST 028.
      *
      * A deleted book's rows on the subject file BOOKSUBJ.DAT go
      * with it, so no heading is left holding a book that is gone.
      *****************************************************************

       ENVIRONMENT DIVISION.
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                     WITH DUPLICATES.
           SELECT OPTIONAL BOOK-SUBJECT-FILE
                 ASSIGN TO UT-SYS-BOOKSUBJFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS SL-KEY
                 ALTERNATE RECORD KEY IS SL-SUBJECT-ID
                     WITH DUPLICATES.
           SELECT BOOK-DEL-HISTORY-FILE
                 ASSIGN TO UT-SYS-DEL-HISTORY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       FD BOOK-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 103 CHARACTERS.
       01 BOOK-REC.
          05  BR-BOOK-ISBN                          PIC 9(13).
          05  BR-BOOK-TITLE                         PIC X(30).
      *    PURCHASING'S REORDER POINT - BOOKVALRPT LISTS EVERY TITLE
      *    AT OR BELOW IT.
          05  BR-REORDER-POINT                      PIC 9(4).
      *    THE SHELF ADDRESS - SHELFLIST PRINTS THE STACKS IN
      *    THIS ORDER.
          05  BR-CALL-NUMBER                        PIC X(20).

      *    ONE ROW PER BOOK PER SUBJECT HEADING IT IS FILED UNDER.
       FD BOOK-SUBJECT-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 18 CHARACTERS.
       01 BOOK-SUBJECT-REC.
          05  SL-KEY.
              10  SL-ISBN                          PIC 9(13).
              10  SL-SUBJECT-ID                    PIC 9(5).

       FD BOOK-DEL-HISTORY-FILE
          RECORD CONTAINS 112 CHARACTERS.
           05  WS-OK-TO-DELETE                      PIC X
                                            VALUE 'N'.
               88  OK-TO-DELETE              VALUE 'Y'.
           05  WS-LINK-EOF                          PIC X
                                            VALUE 'N'.
               88  LINK-EOF                  VALUE 'Y'.
       01 WS-FILES.
          05  UT-SYS-BOOKFILE                       PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
          05  UT-SYS-DEL-HISTORY-FILE               PIC X(50)
                                   VALUE "C:\COBOL\BOOKDELHIST.DAT".
          05  UT-SYS-BOOKSUBJFILE                   PIC X(50)
                                   VALUE "C:\COBOL\BOOKSUBJ.DAT".
       01  WS-OPERATOR-ID                           PIC X(8).

       PROCEDURE DIVISION.
                           PERFORM 610-NOT-FOUND THRU 610-EXIT
                       NOT INVALID KEY
                           PERFORM 620-WRITE-DEL-HISTORY THRU 620-EXIT
                           PERFORM 630-DELETE-SUBJECTS THRU 630-EXIT
                   END-DELETE
               END-IF
           END-IF.
       620-EXIT.
           EXIT.
      ***************************************************************
      *   Remove the deleted book's subject rows.
      ***************************************************************
       630-DELETE-SUBJECTS.
           MOVE 'N' TO WS-LINK-EOF
           MOVE BR-BOOK-ISBN TO SL-ISBN
           MOVE ZERO TO SL-SUBJECT-ID
           START BOOK-SUBJECT-FILE KEY IS NOT LESS THAN SL-KEY
               INVALID KEY MOVE 'Y' TO WS-LINK-EOF
           END-START
           PERFORM UNTIL LINK-EOF
               READ BOOK-SUBJECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LINK-EOF
               END-READ
               IF NOT LINK-EOF
                   IF SL-ISBN NOT = BR-BOOK-ISBN
                       MOVE 'Y' TO WS-LINK-EOF
                   ELSE
                       DELETE BOOK-SUBJECT-FILE
                           INVALID KEY CONTINUE
                       END-DELETE
                   END-IF
               END-IF
           END-PERFORM.
       630-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the book file.
      ***************************************************************
       700-READ-BOOK-MASTER.
       900-INITIALIZATION.
           OPEN I-O  BOOK-FILE.
           OPEN EXTEND BOOK-DEL-HISTORY-FILE.
           OPEN I-O BOOK-SUBJECT-FILE.
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID.
       900-EXIT.
       910-END-PROGRAM-RTN.
            CLOSE BOOK-FILE.
            CLOSE BOOK-DEL-HISTORY-FILE.
            CLOSE BOOK-SUBJECT-FILE.
       910-EXIT.
           EXIT.
