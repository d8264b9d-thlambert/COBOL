       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BOOKITEMCONV.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * One-time build of the copy-level item file BOOKITEM.DAT from
      * the catalog as it stands.  Until now the catalog knew only a
      * count per title, so no physical copy had an identity of its
      * own.  Every title gets one item per copy:
      *
      *   - one ON SHELF item for each copy in BR-QTY-ON-HAND;
      *   - one ON LOAN item for each open loan on LOANFILE.DAT, and
      *     the loan is stamped with that item's barcode so check-in
      *     by barcode finds it;
      *   - one LOST item for each loan closed lost, likewise
      *     stamped, so a found-book reversal can bring that copy
      *     back.
      *
      * Barcodes are issued in ascending order from 0000000001, title
      * by title in ISBN order - the conversion report gives each
      * title's barcode range so labels can be printed and applied.
      * Converted items carry the title's catalog price as their
      * cost, condition GOOD, and a zero acquisition date (the
      * purchase dates were never kept), with the main library as
      * their home branch.  The quantity on hand is
      * left exactly as it was; from here on it is the count of the
      * title's items on the shelf.
      *
      * The run refuses to start if BOOKITEM.DAT already holds
      * items, so it cannot issue a second set of barcodes.
      *
      *   Input  :  C:\COBOL\BOOKCATALOG.DAT
      *   File   :  C:\COBOL\LOANFILE.DAT (open and lost loans
      *             stamped with their barcode)
      *   Output :  C:\COBOL\BOOKITEM.DAT
      *             C:\COBOL\BOOKITEMCONVRPT.DAT
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
           SELECT OPTIONAL ITEM-FILE
                 ASSIGN TO UT-SYS-ITEMFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IT-BARCODE
                 ALTERNATE RECORD KEY IS IT-ISBN
                     WITH DUPLICATES.
           SELECT OPTIONAL LOAN-FILE
                 ASSIGN TO UT-SYS-LOANFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS LN-LOAN-KEY.
           SELECT CONV-REPORT-FILE
                 ASSIGN TO UT-SYS-CONV-REPORT-FILE
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

      *    ONE RECORD PER PHYSICAL COPY, KEYED BY ITS BARCODE.  THE
      *    CATALOG'S QUANTITY ON HAND IS THE COUNT OF A TITLE'S
      *    COPIES ON THE SHELF.
       FD ITEM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 56 CHARACTERS.
       01 ITEM-REC.
          05  IT-BARCODE                           PIC 9(10).
          05  IT-ISBN                              PIC 9(13).
          05  IT-ACQ-DATE                          PIC 9(8).
          05  IT-COST                              PIC 9(5)V99.
          05  IT-CONDITION                         PIC X.
              88  IT-NEW                    VALUE "N".
              88  IT-GOOD                   VALUE "G".
              88  IT-FAIR                   VALUE "F".
              88  IT-POOR                   VALUE "P".
              88  IT-DAMAGED                VALUE "D".
          05  IT-STATUS                            PIC X.
              88  ITEM-ON-SHELF             VALUE "S".
              88  ITEM-ON-LOAN              VALUE "L".
              88  ITEM-LOST                 VALUE "X".
              88  ITEM-WITHDRAWN            VALUE "W".
              88  ITEM-IN-REPAIR            VALUE "R".
              88  ITEM-IN-TRANSIT           VALUE "T".
          05  IT-STATUS-DATE                       PIC 9(8).
      *    THE BRANCH THE COPY BELONGS TO, AND THE BRANCH IT IS AT -
      *    OR, WHILE IN TRANSIT, THE BRANCH IT IS HEADED TO.
          05  IT-HOME-BRANCH                       PIC X(4).
          05  IT-AT-BRANCH                         PIC X(4).

       FD LOAN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 61 CHARACTERS.
       01 LOAN-REC.
          05  LN-LOAN-KEY.
              10  LN-ISBN                          PIC 9(13).
              10  LN-PATRON-ID                     PIC 9(5).
              10  LN-CHECKOUT-TS                   PIC X(14).
          05  LN-DUE-DATE                          PIC 9(8).
          05  LN-RETURN-DATE                       PIC 9(8).
          05  LN-STATUS                            PIC X.
              88  LOAN-OPEN                 VALUE "O".
              88  LOAN-CLOSED               VALUE "C".
              88  LOAN-LOST                 VALUE "L".
          05  LN-RENEWAL-COUNT                     PIC 99.
      *    THE PHYSICAL COPY ON LOAN - ITS BOOKITEM.DAT BARCODE.
          05  LN-BARCODE                           PIC 9(10).

       FD CONV-REPORT-FILE
          RECORD CONTAINS 70 CHARACTERS.
       01 CONV-REPORT-REC.
          05  CV-ISBN                              PIC 9(13).
          05  FILLER                               PIC X.
          05  CV-TITLE                             PIC X(20).
          05  FILLER                               PIC X.
          05  CV-RESULT                            PIC X(35).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-ITEMFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
           05  UT-SYS-LOANFILE                     PIC X(50)
                                   VALUE "C:\COBOL\LOANFILE.DAT".
           05  UT-SYS-CONV-REPORT-FILE             PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEMCONVRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-LOAN-EOF                         PIC X
                                            VALUE 'N'.
               88  LOAN-EOF                  VALUE 'Y'.
       01  WS-TODAY-DATE                           PIC 9(8).
      *    COPIES ARE RECEIVED AND PROCESSED AT THE MAIN LIBRARY,
      *    WHICH IS THEIR HOME BRANCH UNTIL TRANSFERRED.
       01  WS-MAIN-BRANCH                          PIC X(4)
                                            VALUE "MAIN".
       01  WS-ITEM-WORK.
           05  WS-NEXT-BARCODE                     PIC 9(10)
                                            VALUE ZERO.
           05  WS-FIRST-BARCODE                    PIC 9(10).
           05  WS-COPY-SUB                         PIC 9(5).
           05  WS-TITLE-ITEMS                      PIC 9(5).
       01  WS-COUNTS.
           05  WS-TITLE-COUNT                      PIC 9(5)
                                            VALUE ZERO.
           05  WS-SHELF-COUNT                      PIC 9(7)
                                            VALUE ZERO.
           05  WS-LOAN-COUNT                       PIC 9(7)
                                            VALUE ZERO.
           05  WS-LOST-COUNT                       PIC 9(7)
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Refuse a second run, then walk the catalog building each
      *  title's items, and close the report with the counts.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-READ-BOOK THRU 200-EXIT.
           PERFORM 300-CONVERT-TITLE THRU 300-EXIT
                   UNTIL EOF.
           PERFORM 400-WRITE-COUNTS THRU 400-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "ITEM CONVERSION COMPLETE - " WS-TITLE-COUNT
               " TITLES, " WS-SHELF-COUNT " ON SHELF, "
               WS-LOAN-COUNT " ON LOAN, " WS-LOST-COUNT " LOST".
           STOP RUN.
      ***************************************************************
      *  Read the next title in ISBN order.
      ***************************************************************
       200-READ-BOOK.
           READ BOOK-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ.
       200-EXIT.
           EXIT.
      ***************************************************************
      *  One title: its shelf copies, then its open and lost loans,
      *  each becoming an item with the next barcode.
      ***************************************************************
       300-CONVERT-TITLE.
           ADD 1 TO WS-TITLE-COUNT
           MOVE ZERO TO WS-TITLE-ITEMS
           COMPUTE WS-FIRST-BARCODE = WS-NEXT-BARCODE + 1
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > BR-QTY-ON-HAND
               MOVE "S" TO IT-STATUS
               PERFORM 350-WRITE-ITEM THRU 350-EXIT
               ADD 1 TO WS-SHELF-COUNT
           END-PERFORM
           PERFORM 320-CONVERT-LOANS THRU 320-EXIT
           MOVE SPACES TO CONV-REPORT-REC
           MOVE BR-BOOK-ISBN TO CV-ISBN
           MOVE BR-BOOK-TITLE TO CV-TITLE
           IF WS-TITLE-ITEMS = ZERO
               MOVE "NO COPIES - NO ITEMS" TO CV-RESULT
           ELSE
               STRING "BARCODES " WS-FIRST-BARCODE "-" WS-NEXT-BARCODE
                   DELIMITED BY SIZE INTO CV-RESULT
           END-IF
           WRITE CONV-REPORT-REC
           PERFORM 200-READ-BOOK THRU 200-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  The title's open loans become ON LOAN items and its lost
      *  loans LOST items, each loan stamped with its barcode.
      ***************************************************************
       320-CONVERT-LOANS.
           MOVE 'N' TO WS-LOAN-EOF
           MOVE BR-BOOK-ISBN TO LN-ISBN
           MOVE ZERO TO LN-PATRON-ID
           MOVE LOW-VALUES TO LN-CHECKOUT-TS
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-KEY
               INVALID KEY MOVE 'Y' TO WS-LOAN-EOF
           END-START
           PERFORM UNTIL LOAN-EOF
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOAN-EOF
               END-READ
               IF NOT LOAN-EOF
                   IF LN-ISBN NOT = BR-BOOK-ISBN
                       MOVE 'Y' TO WS-LOAN-EOF
                   ELSE
                       IF LOAN-OPEN OR LOAN-LOST
                           PERFORM 330-CONVERT-ONE-LOAN THRU 330-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       320-EXIT.
           EXIT.
      ***************************************************************
      *  One open or lost loan's copy.
      ***************************************************************
       330-CONVERT-ONE-LOAN.
           IF LOAN-OPEN
               MOVE "L" TO IT-STATUS
               ADD 1 TO WS-LOAN-COUNT
           ELSE
               MOVE "X" TO IT-STATUS
               ADD 1 TO WS-LOST-COUNT
           END-IF
           PERFORM 350-WRITE-ITEM THRU 350-EXIT
           MOVE IT-BARCODE TO LN-BARCODE
           REWRITE LOAN-REC
               INVALID KEY DISPLAY "ERROR STAMPING LOAN " LN-LOAN-KEY
           END-REWRITE.
       330-EXIT.
           EXIT.
      ***************************************************************
      *  Write one item for the current title under the next
      *  barcode.  IT-STATUS is set by the caller.
      ***************************************************************
       350-WRITE-ITEM.
           ADD 1 TO WS-NEXT-BARCODE
           ADD 1 TO WS-TITLE-ITEMS
           MOVE WS-NEXT-BARCODE TO IT-BARCODE
           MOVE BR-BOOK-ISBN TO IT-ISBN
           MOVE ZERO TO IT-ACQ-DATE
           MOVE BR-BOOK-PRICE TO IT-COST
           MOVE "G" TO IT-CONDITION
           MOVE WS-TODAY-DATE TO IT-STATUS-DATE
           MOVE WS-MAIN-BRANCH TO IT-HOME-BRANCH
           MOVE WS-MAIN-BRANCH TO IT-AT-BRANCH
           WRITE ITEM-REC
               INVALID KEY DISPLAY "ERROR WRITING ITEM " IT-BARCODE
           END-WRITE.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  Close the report with the counts.
      ***************************************************************
       400-WRITE-COUNTS.
           MOVE SPACES TO CONV-REPORT-REC
           MOVE ZERO TO CV-ISBN
           MOVE "TOTAL TITLES" TO CV-TITLE
           MOVE WS-TITLE-COUNT TO CV-RESULT
           WRITE CONV-REPORT-REC
           MOVE SPACES TO CONV-REPORT-REC
           MOVE ZERO TO CV-ISBN
           MOVE "ITEMS ON SHELF" TO CV-TITLE
           MOVE WS-SHELF-COUNT TO CV-RESULT
           WRITE CONV-REPORT-REC
           MOVE SPACES TO CONV-REPORT-REC
           MOVE ZERO TO CV-ISBN
           MOVE "ITEMS ON LOAN" TO CV-TITLE
           MOVE WS-LOAN-COUNT TO CV-RESULT
           WRITE CONV-REPORT-REC
           MOVE SPACES TO CONV-REPORT-REC
           MOVE ZERO TO CV-ISBN
           MOVE "ITEMS LOST" TO CV-TITLE
           MOVE WS-LOST-COUNT TO CV-RESULT
           WRITE CONV-REPORT-REC.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Refuse to run over an item file that already has items,
      *   then open the files.
      ***************************************************************
       900-INITIALIZATION.
           OPEN INPUT ITEM-FILE
           READ ITEM-FILE NEXT RECORD
               AT END CONTINUE
               NOT AT END
                   DISPLAY "BOOKITEMCONV: BOOKITEM.DAT ALREADY HOLDS "
                       "ITEMS - CONVERSION REFUSED"
                   CLOSE ITEM-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE ITEM-FILE
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
           OPEN INPUT BOOK-FILE.
           OPEN OUTPUT ITEM-FILE.
           OPEN I-O LOAN-FILE.
           OPEN OUTPUT CONV-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE BOOK-FILE.
           CLOSE ITEM-FILE.
           CLOSE LOAN-FILE.
           CLOSE CONV-REPORT-FILE.
       910-EXIT.
           EXIT.
