       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SHELFLIST.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Shelf list for the stacks.  Every title on the catalog in
      * call-number order - the order the books stand on the shelves
      * - with title, ISBN, and quantity on hand, so the shelvers
      * and the inventory count walk the stacks from one list.
      * Titles not yet given a call number are listed at the end
      * in ISBN order under their own heading so they can be
      * classified.  The title count, the count still unclassified,
      * and the copies on hand close the report.
      *
      *   Input  :  C:\COBOL\BOOKCATALOG.DAT
      *   Output :  C:\COBOL\SHELFLIST.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOOK-FILE
                 ASSIGN TO UT-SYS-BOOKFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS BR-BOOK-ISBN
                 ALTERNATE RECORD KEY IS BR-BOOK-TITLE
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                     WITH DUPLICATES.
           SELECT SHELF-SORT-FILE
                 ASSIGN TO UT-SYS-SHELF-SORT-FILE.
           SELECT SHELF-REPORT-FILE
                 ASSIGN TO UT-SYS-SHELF-REPORT-FILE
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

      *    ONE ROW PER TITLE.  THE FLAG PUTS TITLES WITHOUT A CALL
      *    NUMBER AFTER THE CLASSIFIED ONES.
       SD SHELF-SORT-FILE
          RECORD CONTAINS 68 CHARACTERS.
       01 SHELF-SORT-REC.
          05  SS-UNCLASSIFIED                      PIC X.
              88  SS-NO-CALL-NUMBER          VALUE "Y".
          05  SS-CALL-NUMBER                       PIC X(20).
          05  SS-BOOK-ISBN                         PIC 9(13).
          05  SS-BOOK-TITLE                        PIC X(30).
          05  SS-QTY-ON-HAND                       PIC 9(4).

       FD SHELF-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 SHELF-REPORT-REC.
          05  SR-CALL-NUMBER                       PIC X(20).
          05  FILLER                               PIC X.
          05  SR-BOOK-TITLE                        PIC X(30).
          05  FILLER                               PIC X.
          05  SR-BOOK-ISBN                         PIC 9(13).
          05  FILLER                               PIC X.
          05  SR-QTY-ON-HAND                       PIC ZZZ9.
          05  FILLER                               PIC X(10).
       01 SHELF-TEXT-REC                           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-SHELF-SORT-FILE              PIC X(50)
                                   VALUE "C:\COBOL\SHELFSORT.TMP".
           05  UT-SYS-SHELF-REPORT-FILE            PIC X(50)
                                   VALUE "C:\COBOL\SHELFLIST.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-SORT-EOF                         PIC X
                                            VALUE 'N'.
               88  SORT-EOF                  VALUE 'Y'.
           05  WS-UNCLASSIFIED-HEADING             PIC X
                                            VALUE 'N'.
               88  UNCLASSIFIED-HEADING-DONE VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-RUN-COUNTS.
           05  WS-TITLE-COUNT                      PIC 9(5)
                                            VALUE ZERO.
           05  WS-UNCLASSIFIED-COUNT               PIC 9(5)
                                            VALUE ZERO.
           05  WS-COPY-COUNT                       PIC 9(7)
                                            VALUE ZERO.
       01  WS-EDIT-COUNT                           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *************************************************************
      *  Sort the catalog by call number and write the shelf list,
      *  then the counts.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           SORT SHELF-SORT-FILE
               ON ASCENDING KEY SS-UNCLASSIFIED SS-CALL-NUMBER
                                SS-BOOK-ISBN
               INPUT PROCEDURE IS 200-SELECT-BOOKS THRU 200-EXIT
               OUTPUT PROCEDURE IS 300-WRITE-SHELF THRU 300-EXIT
           PERFORM 700-WRITE-TOTALS THRU 700-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "SHELF LIST COMPLETE - " WS-TITLE-COUNT
               " TITLES, " WS-UNCLASSIFIED-COUNT " UNCLASSIFIED".
           STOP RUN.
      ***************************************************************
      *  Every title on the catalog is released.
      ***************************************************************
       200-SELECT-BOOKS.
           OPEN INPUT BOOK-FILE
           PERFORM UNTIL EOF
               READ BOOK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF BR-CALL-NUMBER = SPACES
                           MOVE "Y" TO SS-UNCLASSIFIED
                       ELSE
                           MOVE "N" TO SS-UNCLASSIFIED
                       END-IF
                       MOVE BR-CALL-NUMBER TO SS-CALL-NUMBER
                       MOVE BR-BOOK-ISBN TO SS-BOOK-ISBN
                       MOVE BR-BOOK-TITLE TO SS-BOOK-TITLE
                       MOVE BR-QTY-ON-HAND TO SS-QTY-ON-HAND
                       RELEASE SHELF-SORT-REC
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  The sorted titles, one line each; the first title without
      *  a call number starts the unclassified section.
      ***************************************************************
       300-WRITE-SHELF.
           PERFORM UNTIL SORT-EOF
               RETURN SHELF-SORT-FILE
                   AT END MOVE 'Y' TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 400-WRITE-TITLE THRU 400-EXIT
               END-RETURN
           END-PERFORM.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One title's line, added into the counts.
      ***************************************************************
       400-WRITE-TITLE.
           IF SS-NO-CALL-NUMBER AND NOT UNCLASSIFIED-HEADING-DONE
               MOVE 'Y' TO WS-UNCLASSIFIED-HEADING
               MOVE SPACES TO SHELF-TEXT-REC
               WRITE SHELF-TEXT-REC
               MOVE "NO CALL NUMBER - TO BE CLASSIFIED"
                   TO SHELF-TEXT-REC
               WRITE SHELF-TEXT-REC
           END-IF
           MOVE SPACES TO SHELF-REPORT-REC
           MOVE SS-CALL-NUMBER TO SR-CALL-NUMBER
           MOVE SS-BOOK-TITLE TO SR-BOOK-TITLE
           MOVE SS-BOOK-ISBN TO SR-BOOK-ISBN
           MOVE SS-QTY-ON-HAND TO SR-QTY-ON-HAND
           WRITE SHELF-REPORT-REC
           ADD 1 TO WS-TITLE-COUNT
           ADD SS-QTY-ON-HAND TO WS-COPY-COUNT
           IF SS-NO-CALL-NUMBER
               ADD 1 TO WS-UNCLASSIFIED-COUNT
           END-IF.
       400-EXIT.
           EXIT.
      ***************************************************************
      *  The report heading.
      ***************************************************************
       500-WRITE-HEADING.
           MOVE SPACES TO SHELF-TEXT-REC
           STRING "SHELF LIST IN CALL NUMBER ORDER AS OF "
               WS-TODAY-DATE
               DELIMITED BY SIZE INTO SHELF-TEXT-REC
           WRITE SHELF-TEXT-REC
           MOVE SPACES TO SHELF-TEXT-REC
           STRING "CALL NUMBER          TITLE                         "
               " ISBN           ON HAND"
               DELIMITED BY SIZE INTO SHELF-TEXT-REC
           WRITE SHELF-TEXT-REC.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  Title, unclassified, and copy counts.
      ***************************************************************
       700-WRITE-TOTALS.
           MOVE SPACES TO SHELF-TEXT-REC
           WRITE SHELF-TEXT-REC
           MOVE WS-TITLE-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SHELF-TEXT-REC
           STRING "TITLES ON THE SHELF LIST        " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SHELF-TEXT-REC
           WRITE SHELF-TEXT-REC
           MOVE WS-UNCLASSIFIED-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SHELF-TEXT-REC
           STRING "  WITHOUT A CALL NUMBER         " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SHELF-TEXT-REC
           WRITE SHELF-TEXT-REC
           MOVE WS-COPY-COUNT TO WS-EDIT-COUNT
           MOVE SPACES TO SHELF-TEXT-REC
           STRING "COPIES ON HAND                  " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO SHELF-TEXT-REC
           WRITE SHELF-TEXT-REC.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Open the report, get today's date, write the heading.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           OPEN OUTPUT SHELF-REPORT-FILE.
           PERFORM 500-WRITE-HEADING THRU 500-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE SHELF-REPORT-FILE.
       910-EXIT.
           EXIT.
