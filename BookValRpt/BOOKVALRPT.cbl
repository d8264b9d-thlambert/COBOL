      * or below its reorder point so purchasing has a buy list
      * instead of waiting for complaints.
      *
      * A branch holdings section closes the report: for each branch,
      * the copies homed there (withdrawn copies aside) and how many
      * of them are out on loan, then the copies on its shelf now and
      * in transit to it, with the shelf valued at the catalog price.
      *
      *   Input  :  C:\COBOL\BOOKCATALOG.DAT
      *             C:\COBOL\BOOKITEM.DAT
      *             C:\COBOL\BRANCHMASTER.DAT
      *   Output :  C:\COBOL\BOOKVALRPT.DAT
      *****************************************************************

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
           SELECT OPTIONAL BRANCH-MASTER-FILE
                 ASSIGN TO UT-SYS-BRANCHFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS BM-CODE.
           SELECT VAL-REPORT-FILE
                 ASSIGN TO UT-SYS-VAL-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       FD BOOK-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 103 CHARACTERS.
       01 BOOK-REC.
          05  BR-BOOK-ISBN                          PIC 9(13).
          05  BR-BOOK-TITLE                         PIC X(30).
          05  BR-BOOK-PRICE                         PIC 9(5)V99.
          05  BR-QTY-ON-HAND                        PIC 9(4).
          05  BR-REORDER-POINT                      PIC 9(4).
      *    THE SHELF ADDRESS - SHELFLIST PRINTS THE STACKS IN
      *    THIS ORDER.
          05  BR-CALL-NUMBER                        PIC X(20).

       FD ITEM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 56 CHARACTERS.
       01 ITEM-REC.
          05  IT-BARCODE                           PIC 9(10).
          05  IT-ISBN                              PIC 9(13).
          05  IT-ACQ-DATE                          PIC 9(8).
          05  IT-COST                              PIC 9(5)V99.
          05  IT-CONDITION                         PIC X.
          05  IT-STATUS                            PIC X.
              88  ITEM-ON-SHELF             VALUE "S".
              88  ITEM-ON-LOAN              VALUE "L".
              88  ITEM-WITHDRAWN            VALUE "W".
              88  ITEM-IN-TRANSIT           VALUE "T".
      *    SET ASIDE ON THE HOLD SHELF FOR A FILLED HOLD - NOT ON
      *    HAND, AND LENT ONLY TO THE PATRON IT IS HELD FOR.
              88  ITEM-ON-HOLD-SHELF        VALUE "H".
          05  IT-STATUS-DATE                       PIC 9(8).
          05  IT-HOME-BRANCH                       PIC X(4).
          05  IT-AT-BRANCH                         PIC X(4).

       FD BRANCH-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 26 CHARACTERS.
       01 BRANCH-MASTER-REC.
          05  BM-CODE                              PIC X(4).
          05  BM-NAME                              PIC X(20).
          05  BM-TRANSIT-DAYS                      PIC 9(2).

       FD VAL-REPORT-FILE
          RECORD CONTAINS 90 CHARACTERS.
          05  FILLER                               PIC X.
          05  VR-EXT-VALUE                         PIC ZZZZZZZ9.99.
          05  FILLER                               PIC X(2).
       01 VAL-BRANCH-REC.
          05  VB-CODE                              PIC X(4).
          05  FILLER                               PIC X.
          05  VB-NAME                              PIC X(20).
          05  FILLER                               PIC X.
          05  VB-HOMED                             PIC ZZZZ9.
          05  FILLER                               PIC X.
          05  VB-ON-LOAN                           PIC ZZZZ9.
          05  FILLER                               PIC X.
          05  VB-ON-SHELF                          PIC ZZZZ9.
          05  FILLER                               PIC X.
          05  VB-IN-TRANSIT                        PIC ZZZZ9.
          05  FILLER                               PIC X.
          05  VB-SHELF-VALUE                       PIC ZZZZZZZ9.99.
          05  FILLER                               PIC X(29).
       01 VAL-TEXT-REC                             PIC X(90).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-ITEMFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
           05  UT-SYS-BRANCHFILE                   PIC X(50)
                                   VALUE "C:\COBOL\BRANCHMASTER.DAT".
           05  UT-SYS-VAL-REPORT-FILE              PIC X(50)
                                   VALUE "C:\COBOL\BOOKVALRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-ITEM-EOF                         PIC X
                                            VALUE 'N'.
               88  ITEM-EOF                  VALUE 'Y'.
       01  WS-EXT-VALUE                            PIC 9(9)V99.
      *    ONE ENTRY PER PUBLISHER SEEN - THE CATALOG ARRIVES IN
      *    ISBN ORDER, NOT PUBLISHER ORDER, SO THE SUBTOTALS ARE
               10  WS-RO-QTY                       PIC 9(4).
               10  WS-RO-POINT                     PIC 9(4).
       01  WS-RO-SUB                               PIC 9(3).
      *    HOLDINGS PER BRANCH - EVERY BRANCH ON FILE, PLUS ANY CODE
      *    (OR NONE) FOUND ON THE ITEMS.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT                     PIC 9(3)
                                            VALUE ZERO.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BT-CODE                      PIC X(4).
               10  WS-BT-NAME                      PIC X(20).
               10  WS-BT-HOMED                     PIC 9(5).
               10  WS-BT-ON-LOAN                   PIC 9(5).
               10  WS-BT-ON-SHELF                  PIC 9(5).
               10  WS-BT-IN-TRANSIT                PIC 9(5).
               10  WS-BT-SHELF-VALUE               PIC 9(9)V99.
       01  WS-BT-SUB                               PIC 9(3).
       01  WS-BT-FOUND-SUB                         PIC 9(3).
       01  WS-FIND-BRANCH                          PIC X(4).
       01  WS-GRAND-VALUE                          PIC 9(9)V99
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Walk the catalog, then print the publisher subtotals, the
      *  grand total, the reorder section, and the branch holdings.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
                   UNTIL EOF.
           PERFORM 400-WRITE-TOTALS THRU 400-EXIT.
           PERFORM 500-WRITE-REORDER THRU 500-EXIT.
           PERFORM 600-WRITE-BRANCHES THRU 600-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "VALUATION COMPLETE - GRAND TOTAL "
               WS-GRAND-VALUE ", " WS-RO-COUNT
           EXIT.
      ***************************************************************
      *  One title: detail line with extended value, publisher and
      *  grand accumulation, the reorder check, and the title's
      *  copies counted by branch.
      ***************************************************************
       300-VALUE-BOOK.
           COMPUTE WS-EXT-VALUE = BR-BOOK-PRICE * BR-QTY-ON-HAND
               MOVE BR-QTY-ON-HAND TO WS-RO-QTY (WS-RO-COUNT)
               MOVE BR-REORDER-POINT TO WS-RO-POINT (WS-RO-COUNT)
           END-IF
           PERFORM 350-BRANCH-HOLDINGS THRU 350-EXIT.
           PERFORM 200-READ-BOOK THRU 200-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  The title's copies: each counts as homed (and on loan) at
      *  its home branch, and on the shelf or in transit at the
      *  branch it is at.
      ***************************************************************
       350-BRANCH-HOLDINGS.
           MOVE 'N' TO WS-ITEM-EOF
           MOVE BR-BOOK-ISBN TO IT-ISBN
           START ITEM-FILE KEY IS EQUAL TO IT-ISBN
               INVALID KEY MOVE 'Y' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL ITEM-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ITEM-EOF
               END-READ
               IF NOT ITEM-EOF
                   IF IT-ISBN NOT = BR-BOOK-ISBN
                       MOVE 'Y' TO WS-ITEM-EOF
                   ELSE
                       PERFORM 360-COUNT-COPY THRU 360-EXIT
                   END-IF
               END-IF
           END-PERFORM.
       350-EXIT.
           EXIT.
      ***************************************************************
      *  One copy into the branch table.
      ***************************************************************
       360-COUNT-COPY.
           IF ITEM-WITHDRAWN
               GO TO 360-EXIT
           END-IF
      *    A BOOK BORROWED ON INTERLIBRARY LOAN (HOME BRANCH ILL)
      *    BELONGS TO ANOTHER LIBRARY.
           IF IT-HOME-BRANCH = "ILL"
               GO TO 360-EXIT
           END-IF
           MOVE IT-HOME-BRANCH TO WS-FIND-BRANCH
           PERFORM 380-FIND-BRANCH THRU 380-EXIT
           IF WS-BT-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-BT-HOMED (WS-BT-FOUND-SUB)
               IF ITEM-ON-LOAN
                   ADD 1 TO WS-BT-ON-LOAN (WS-BT-FOUND-SUB)
               END-IF
           END-IF
           IF NOT ITEM-ON-SHELF AND NOT ITEM-IN-TRANSIT
                   AND NOT ITEM-ON-HOLD-SHELF
               GO TO 360-EXIT
           END-IF
           MOVE IT-AT-BRANCH TO WS-FIND-BRANCH
           PERFORM 380-FIND-BRANCH THRU 380-EXIT
           IF WS-BT-FOUND-SUB = ZERO
               GO TO 360-EXIT
           END-IF
      *    A COPY ON THE HOLD SHELF IS STILL IN THE BUILDING.
           IF ITEM-ON-SHELF OR ITEM-ON-HOLD-SHELF
               ADD 1 TO WS-BT-ON-SHELF (WS-BT-FOUND-SUB)
               ADD BR-BOOK-PRICE TO WS-BT-SHELF-VALUE (WS-BT-FOUND-SUB)
           ELSE
               ADD 1 TO WS-BT-IN-TRANSIT (WS-BT-FOUND-SUB)
           END-IF.
       360-EXIT.
           EXIT.
      ***************************************************************
      *  Find-or-add WS-FIND-BRANCH in the branch table.  A code
      *  past the table's end is not counted.
      ***************************************************************
       380-FIND-BRANCH.
           MOVE ZERO TO WS-BT-FOUND-SUB
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BRANCH-COUNT
               IF WS-BT-CODE (WS-BT-SUB) = WS-FIND-BRANCH
                   MOVE WS-BT-SUB TO WS-BT-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-BT-FOUND-SUB = ZERO AND WS-BRANCH-COUNT < 50
               ADD 1 TO WS-BRANCH-COUNT
               MOVE WS-BRANCH-COUNT TO WS-BT-FOUND-SUB
               MOVE WS-FIND-BRANCH TO WS-BT-CODE (WS-BT-FOUND-SUB)
               IF WS-FIND-BRANCH = SPACES
                   MOVE "NO BRANCH" TO WS-BT-NAME (WS-BT-FOUND-SUB)
               ELSE
                   MOVE "(NOT ON FILE)"
                       TO WS-BT-NAME (WS-BT-FOUND-SUB)
               END-IF
               MOVE ZERO TO WS-BT-HOMED (WS-BT-FOUND-SUB)
               MOVE ZERO TO WS-BT-ON-LOAN (WS-BT-FOUND-SUB)
               MOVE ZERO TO WS-BT-ON-SHELF (WS-BT-FOUND-SUB)
               MOVE ZERO TO WS-BT-IN-TRANSIT (WS-BT-FOUND-SUB)
               MOVE ZERO TO WS-BT-SHELF-VALUE (WS-BT-FOUND-SUB)
           END-IF.
       380-EXIT.
           EXIT.
      ***************************************************************
      *  Publisher subtotals and the grand valuation total.
      ***************************************************************
       400-WRITE-TOTALS.
       500-EXIT.
           EXIT.
      ***************************************************************
      *  Branch holdings, one line per branch.
      ***************************************************************
       600-WRITE-BRANCHES.
           MOVE SPACES TO VAL-TEXT-REC
           WRITE VAL-TEXT-REC
           MOVE "BRANCH HOLDINGS" TO VAL-TEXT-REC
           WRITE VAL-TEXT-REC
           MOVE SPACES TO VAL-TEXT-REC
           STRING "CODE NAME                 HOMED  LOAN SHELF TRANS"
               "  SHELF VALUE"
               DELIMITED BY SIZE INTO VAL-TEXT-REC
           WRITE VAL-TEXT-REC
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BRANCH-COUNT
               MOVE SPACES TO VAL-BRANCH-REC
               MOVE WS-BT-CODE (WS-BT-SUB) TO VB-CODE
               MOVE WS-BT-NAME (WS-BT-SUB) TO VB-NAME
               MOVE WS-BT-HOMED (WS-BT-SUB) TO VB-HOMED
               MOVE WS-BT-ON-LOAN (WS-BT-SUB) TO VB-ON-LOAN
               MOVE WS-BT-ON-SHELF (WS-BT-SUB) TO VB-ON-SHELF
               MOVE WS-BT-IN-TRANSIT (WS-BT-SUB) TO VB-IN-TRANSIT
               MOVE WS-BT-SHELF-VALUE (WS-BT-SUB) TO VB-SHELF-VALUE
               WRITE VAL-BRANCH-REC
           END-PERFORM.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files and load the branches on file, in code
      *   order, so every branch is listed even with no copies.
      ***************************************************************
       900-INITIALIZATION.
           OPEN INPUT BOOK-FILE.
           OPEN INPUT ITEM-FILE.
           OPEN OUTPUT VAL-REPORT-FILE.
           OPEN INPUT BRANCH-MASTER-FILE.
           PERFORM UNTIL EOF
               READ BRANCH-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE BM-CODE TO WS-FIND-BRANCH
                       PERFORM 380-FIND-BRANCH THRU 380-EXIT
                       IF WS-BT-FOUND-SUB NOT = ZERO
                           MOVE BM-NAME
                               TO WS-BT-NAME (WS-BT-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE.
           MOVE 'N' TO WS-END-OF-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE BOOK-FILE.
           CLOSE ITEM-FILE.
           CLOSE VAL-REPORT-FILE.
       910-EXIT.
           EXIT.
