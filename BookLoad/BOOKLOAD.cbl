      * received quantities advance, filled lines close, and
      * overshipments and unordered ISBNs land on the load report
      * as exceptions, so "is this on order?" finally has an answer.
      * The matched line's encumbrance on COAENCUMBFILE.DAT is
      * relieved by the value received (the quantity at the line's
      * expected cost) as the actual cost posts, and whatever is
      * left is released when the line fills and closes.
      *
      * Every copy received becomes an item on BOOKITEM.DAT under the
      * next free barcode - new, on the shelf, costed at the shipment
      * price, acquired today, homed at the main library where
      * shipments are received - and the load report gives each
      * record's barcode range for the labels.  The title's quantity
      * on hand is then re-derived from its items on the shelf
      * rather than simply added to.
      *
      * A shipment record can carry the title's call number and up
      * to five subject IDs.  A new title takes both; a title already
      * carried takes the call number only when its own is blank, and
      * is filed under any heading it is not already under, up to
      * five in all.  A subject ID not on SUBJECT.DAT does not stop
      * the load - it goes on the load report as an exception.
      *
      * Each accepted shipment record's value (price times quantity)
      * is also totalled, and one "U" transaction for the designated
      *
      *   Input  :  C:\COBOL\BOOKSHIPMENT.DAT
      *             C:\COBOL\AUTHOR.DAT
      *             C:\COBOL\SUBJECT.DAT
      *             J:\CS3530\COAFILEMASTER.DAT
      *   File   :  J:\CS3530\COAENCUMBFILE.DAT (relieved)
      *   Output :  C:\COBOL\BOOKCATALOG.DAT (merged into)
      *             C:\COBOL\BOOKITEM.DAT (items added)
      *             C:\COBOL\BOOKSUBJ.DAT (subjects added)
      *             C:\COBOL\BOOKLOADRPT.DAT
      *             J:\CS3530\COATRANSFILE.DAT (merged in, not
      *             replaced)
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AR-AUTHOR-ID.
           SELECT OPTIONAL ITEM-FILE
                 ASSIGN TO UT-SYS-ITEMFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IT-BARCODE
                 ALTERNATE RECORD KEY IS IT-ISBN
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
           SELECT LOAD-REPORT-FILE
                 ASSIGN TO UT-SYS-LOAD-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOOK-PO-FILE
                 ASSIGN TO UT-SYS-PO-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGLC-ENCUMB-FILE
                 ASSIGN TO UT-SYS-ENCUMB-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SHIPMENT-FILE
          RECORD CONTAINS 128 CHARACTERS.
       01 SHIPMENT-REC.
          05  BS-ISBN                              PIC 9(13).
          05  BS-TITLE                             PIC X(30).
          05  BS-PRICE                             PIC 9(5)V99.
          05  BS-QTY                               PIC 9(4).
          05  BS-REORDER-POINT                     PIC 9(4).
          05  BS-CALL-NUMBER                       PIC X(20).
          05  BS-SUBJECT-ID OCCURS 5 TIMES         PIC 9(5).
      *    CONTROL RECORD - FIRST RECORD OF THE SHIPMENT FILE.  GIVES
      *    THE RECORD COUNT AND ISBN HASH TOTAL THE REST OF THE FILE
      *    IS SUPPOSED TO CONTAIN.
              88  BS-CTL-ID-VALID           VALUE "CTL1".
          05  BS-CTL-REC-COUNT                     PIC 9(7).
          05  BS-CTL-ISBN-HASH                     PIC 9(15).
          05  FILLER                               PIC X(102).

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

       FD AUTHOR-FILE
          LABEL RECORDS ARE STANDARD
          05  AR-AUTHOR-ID                          PIC 9(5).
          05  AR-AUTHOR-NAME                        PIC X(30).

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
          05  IT-STATUS                            PIC X.
              88  ITEM-ON-SHELF             VALUE "S".
          05  IT-STATUS-DATE                       PIC 9(8).
      *    THE BRANCH THE COPY BELONGS TO, AND THE BRANCH IT IS AT -
      *    OR, WHILE IN TRANSIT, THE BRANCH IT IS HEADED TO.
          05  IT-HOME-BRANCH                       PIC X(4).
          05  IT-AT-BRANCH                         PIC X(4).

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

       FD LOAD-REPORT-FILE
          RECORD CONTAINS 70 CHARACTERS.
       01 LOAD-REPORT-REC.
              88  PO-OPEN                   VALUE "O".
          05  PO-RECEIVED-QTY                      PIC 9(4).

      *    SAME LAYOUT BOOKPOGEN WRITES - ONE ROW PER PO LINE WITH
      *    THE VALUE STILL ENCUMBERED AGAINST THE CHARGE ACCOUNT.
       FD CGLC-ENCUMB-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 CGLC-ENCUMB-REC.
          05  ENC-PO-NUMBER                        PIC 9(6).
          05  ENC-ACCT-NO                          PIC 9(4).
          05  ENC-ISBN                             PIC 9(13).
          05  ENC-ORIG-AMT                         PIC 9(7)V99.
          05  ENC-OPEN-AMT                         PIC 9(7)V99.
          05  ENC-RELIEVED-AMT                     PIC 9(7)V99.
          05  ENC-STATUS                           PIC X.
              88  ENC-OPEN                  VALUE "O".
              88  ENC-CLOSED                VALUE "C".
          05  ENC-OPENED-DATE                      PIC 9(8).
          05  ENC-CLOSED-DATE                      PIC 9(8).
          05  FILLER                               PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-SHIPMENT-FILE                PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-AUTHORFILE                   PIC X(50)
                                   VALUE "C:\COBOL\AUTHOR.DAT".
           05  UT-SYS-ITEMFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
           05  UT-SYS-SUBJECTFILE                  PIC X(50)
                                   VALUE "C:\COBOL\SUBJECT.DAT".
           05  UT-SYS-BOOKSUBJFILE                 PIC X(50)
                                   VALUE "C:\COBOL\BOOKSUBJ.DAT".
           05  UT-SYS-LOAD-REPORT-FILE             PIC X(50)
                                   VALUE "C:\COBOL\BOOKLOADRPT.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COATRANSWORK.DAT".
           05  UT-SYS-PO-FILE                      PIC X(50)
                                   VALUE "C:\COBOL\BOOKPOFILE.DAT".
           05  UT-SYS-ENCUMB-FILE                  PIC X(50)
                                   VALUE "J:\CS3530\COAENCUMBFILE.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
           05  WS-BOOK-ON-FILE                     PIC X
                                            VALUE 'N'.
               88  BOOK-ON-FILE              VALUE 'Y'.
           05  WS-LINK-EOF                         PIC X
                                            VALUE 'N'.
               88  LINK-EOF                  VALUE 'Y'.
      *    A BOOK IS FILED UNDER AT MOST FIVE SUBJECT HEADINGS.
       01  WS-SUBJECT-WORK.
           05  WS-SUBJECT-OK                       PIC X.
               88  SUBJECT-OK                VALUE 'Y'.
           05  WS-SUBJ-SUB                         PIC 9.
           05  WS-LINK-COUNT                       PIC 9(3).
           05  WS-SUBJECT-LIMIT                    PIC 9(3)
                                            VALUE 5.
       01  WS-CTL-TOTALS.
           05  WS-CTL-EXPECTED-COUNT               PIC 9(7).
           05  WS-CTL-EXPECTED-HASH                PIC 9(15).
               10  WS-PO-REC                       PIC X(48).
       01  WS-PO-SUB                               PIC 9(4).
       01  WS-PO-FOUND-SUB                         PIC 9(4).
      *    THE WHOLE ENCUMBRANCE FILE, HELD THE SAME WAY AS THE PO
      *    FILE AND WRITTEN BACK AT END OF LOAD.
       01  WS-ENC-TABLE.
           05  WS-ENC-COUNT                        PIC 9(4)
                                            VALUE ZERO.
           05  WS-ENC-ENTRY OCCURS 1000 TIMES.
               10  WS-ENC-REC                      PIC X(80).
       01  WS-ENC-SUB                              PIC 9(4).
       01  WS-ENC-FOUND-SUB                        PIC 9(4).
       01  WS-ENC-RELIEF                           PIC 9(7)V99.
       01  WS-ENC-RELIEVED-TOTAL                   PIC 9(9)V99
                                            VALUE ZERO.
       01  WS-TODAY-DATE                           PIC 9(8).
      *    COPIES ARE RECEIVED AND PROCESSED AT THE MAIN LIBRARY,
      *    WHICH IS THEIR HOME BRANCH UNTIL TRANSFERRED.
       01  WS-MAIN-BRANCH                          PIC X(4)
                                            VALUE "MAIN".
      *    BARCODES ARE ISSUED ONE PAST THE HIGHEST ON THE ITEM FILE.
       01  WS-ITEM-WORK.
           05  WS-NEXT-BARCODE                     PIC 9(10)
                                            VALUE ZERO.
           05  WS-FIRST-BARCODE                    PIC 9(10).
           05  WS-COPY-SUB                         PIC 9(5).
           05  WS-SHELF-COUNT                      PIC 9(4).
           05  WS-ITEM-EOF                         PIC X
                                            VALUE 'N'.
               88  ITEM-EOF                  VALUE 'Y'.
           05  WS-ITEM-TOTAL                       PIC 9(7)
                                            VALUE ZERO.
       01  WS-COUNTS.
           05  WS-ADD-COUNT                        PIC 9(5)
                                            VALUE ZERO.
               " ADDED, " WS-UPD-COUNT " QUANTITY UPDATES, "
               WS-REJECT-COUNT " REJECTED, VALUE RECEIVED "
               WS-SHIPMENT-VALUE.
           DISPLAY "ENCUMBRANCE RELIEVED " WS-ENC-RELIEVED-TOTAL.
           DISPLAY "ITEMS CREATED " WS-ITEM-TOTAL.
           STOP RUN.
      ***************************************************************
      *  Read the control record and prove that the count and ISBN
           END-IF
           PERFORM 360-READ-CATALOG THRU 360-EXIT
           IF BOOK-ON-FILE
      *        A SHIPMENT OF A TITLE ALREADY CARRIED RESTOCKS IT - ONE
      *        NEW ITEM PER COPY, AND THE QUANTITY ON HAND RECOUNTED
      *        FROM THE SHELF.
               PERFORM 370-CREATE-ITEMS THRU 370-EXIT
               PERFORM 375-COUNT-ON-SHELF THRU 375-EXIT
               MOVE WS-SHELF-COUNT TO BR-QTY-ON-HAND
               IF BR-CALL-NUMBER = SPACES
                   MOVE BS-CALL-NUMBER TO BR-CALL-NUMBER
               END-IF
               REWRITE BOOK-REC
                   INVALID KEY
                       MOVE "REJECTED - CATALOG REWRITE ERROR"
               MOVE BS-AUTHOR-ID TO BR-AUTHOR-ID
               MOVE BS-PUBLISHER TO BR-BOOK-PUBLISHER
               MOVE BS-PRICE TO BR-BOOK-PRICE
               MOVE BS-REORDER-POINT TO BR-REORDER-POINT
               MOVE BS-CALL-NUMBER TO BR-CALL-NUMBER
               PERFORM 370-CREATE-ITEMS THRU 370-EXIT
               PERFORM 375-COUNT-ON-SHELF THRU 375-EXIT
               MOVE WS-SHELF-COUNT TO BR-QTY-ON-HAND
               WRITE BOOK-REC
                   INVALID KEY
                       MOVE "REJECTED - CATALOG WRITE ERROR"
               END-WRITE
               WRITE LOAD-REPORT-REC
           END-IF
           IF BS-QTY > ZERO
               MOVE SPACES TO LOAD-REPORT-REC
               MOVE BS-ISBN TO LR-ISBN
               MOVE BS-TITLE TO LR-TITLE
               STRING "BARCODES " WS-FIRST-BARCODE "-" WS-NEXT-BARCODE
                   DELIMITED BY SIZE INTO LR-RESULT
               WRITE LOAD-REPORT-REC
           END-IF
           PERFORM 365-FILE-SUBJECTS THRU 365-EXIT
           PERFORM 380-MATCH-PO THRU 380-EXIT.
       300-NEXT.
           PERFORM 200-READ-SHIPMENT THRU 200-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *  One new item per copy received, on the shelf under the next
      *  barcode.
      ***************************************************************
       370-CREATE-ITEMS.
           COMPUTE WS-FIRST-BARCODE = WS-NEXT-BARCODE + 1
           PERFORM VARYING WS-COPY-SUB FROM 1 BY 1
                   UNTIL WS-COPY-SUB > BS-QTY
               ADD 1 TO WS-NEXT-BARCODE
               MOVE WS-NEXT-BARCODE TO IT-BARCODE
               MOVE BS-ISBN TO IT-ISBN
               MOVE WS-TODAY-DATE TO IT-ACQ-DATE
               MOVE BS-PRICE TO IT-COST
               MOVE "N" TO IT-CONDITION
               MOVE "S" TO IT-STATUS
               MOVE WS-TODAY-DATE TO IT-STATUS-DATE
               MOVE WS-MAIN-BRANCH TO IT-HOME-BRANCH
               MOVE WS-MAIN-BRANCH TO IT-AT-BRANCH
               WRITE ITEM-REC
                   INVALID KEY
                       DISPLAY "ERROR WRITING ITEM " IT-BARCODE
                   NOT INVALID KEY
                       ADD 1 TO WS-ITEM-TOTAL
               END-WRITE
           END-PERFORM.
       370-EXIT.
           EXIT.
      ***************************************************************
      *  The title's quantity on hand: its items on the shelf.
      ***************************************************************
       375-COUNT-ON-SHELF.
           MOVE ZERO TO WS-SHELF-COUNT
           MOVE 'N' TO WS-ITEM-EOF
           MOVE BS-ISBN TO IT-ISBN
           START ITEM-FILE KEY IS NOT LESS THAN IT-ISBN
               INVALID KEY MOVE 'Y' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL ITEM-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ITEM-EOF
               END-READ
               IF NOT ITEM-EOF
                   IF IT-ISBN NOT = BS-ISBN
                       MOVE 'Y' TO WS-ITEM-EOF
                   ELSE
                       IF ITEM-ON-SHELF
                           ADD 1 TO WS-SHELF-COUNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
       375-EXIT.
           EXIT.
      ***************************************************************
      *  Match the shipment record just loaded against the open PO
      *  lines: received quantity advances, a filled line closes,
      *  an overshipment or an ISBN with no open line at all goes
               MOVE "PO LINE FILLED AND CLOSED" TO LR-RESULT
               WRITE LOAD-REPORT-REC
           END-IF
           MOVE BOOK-PO-REC TO WS-PO-REC (WS-PO-FOUND-SUB)
           PERFORM 390-RELIEVE-ENCUMBRANCE THRU 390-EXIT.
       380-EXIT.
           EXIT.
      ***************************************************************
      *  Relieve the matched line's encumbrance by the value just
      *  received, and release the rest once the line has closed.
      *  A line opened before encumbrances were kept has no row.
      ***************************************************************
       390-RELIEVE-ENCUMBRANCE.
           MOVE ZERO TO WS-ENC-FOUND-SUB
           PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                   UNTIL WS-ENC-SUB > WS-ENC-COUNT
                      OR WS-ENC-FOUND-SUB NOT = ZERO
               MOVE WS-ENC-REC (WS-ENC-SUB) TO CGLC-ENCUMB-REC
               IF ENC-PO-NUMBER = PO-NUMBER AND ENC-OPEN
                   MOVE WS-ENC-SUB TO WS-ENC-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-ENC-FOUND-SUB = ZERO
               GO TO 390-EXIT
           END-IF
           MOVE WS-ENC-REC (WS-ENC-FOUND-SUB) TO CGLC-ENCUMB-REC
           COMPUTE WS-ENC-RELIEF = BS-QTY * PO-EXPECTED-COST
               ON SIZE ERROR MOVE ENC-OPEN-AMT TO WS-ENC-RELIEF
           END-COMPUTE
           IF WS-ENC-RELIEF > ENC-OPEN-AMT OR NOT PO-OPEN
               MOVE ENC-OPEN-AMT TO WS-ENC-RELIEF
           END-IF
           SUBTRACT WS-ENC-RELIEF FROM ENC-OPEN-AMT
           ADD WS-ENC-RELIEF TO ENC-RELIEVED-AMT
           ADD WS-ENC-RELIEF TO WS-ENC-RELIEVED-TOTAL
           IF ENC-OPEN-AMT = ZERO
               MOVE "C" TO ENC-STATUS
               MOVE WS-TODAY-DATE TO ENC-CLOSED-DATE
           END-IF
           MOVE CGLC-ENCUMB-REC TO WS-ENC-REC (WS-ENC-FOUND-SUB).
       390-EXIT.
           EXIT.
      ***************************************************************
      *  Verify the ISBN-13 check digit, the same edit ADDBOOK's
      *  entry screen applies.
      ***************************************************************
       360-EXIT.
           EXIT.
      ***************************************************************
      *  File the title under each subject on the shipment record
      *  it is not already under, up to the limit.  An ID not on the
      *  subject master is reported and skipped.
      ***************************************************************
       365-FILE-SUBJECTS.
           PERFORM 368-COUNT-SUBJECTS THRU 368-EXIT
           PERFORM VARYING WS-SUBJ-SUB FROM 1 BY 1
                   UNTIL WS-SUBJ-SUB > 5
               IF BS-SUBJECT-ID (WS-SUBJ-SUB) NUMERIC
                       AND BS-SUBJECT-ID (WS-SUBJ-SUB) > ZERO
                   MOVE SPACES TO LOAD-REPORT-REC
                   MOVE BS-ISBN TO LR-ISBN
                   MOVE BS-TITLE TO LR-TITLE
                   MOVE BS-SUBJECT-ID (WS-SUBJ-SUB) TO SJ-SUBJECT-ID
                   MOVE 'Y' TO WS-SUBJECT-OK
                   READ SUBJECT-FILE
                       INVALID KEY MOVE 'N' TO WS-SUBJECT-OK
                   END-READ
                   IF SUBJECT-OK
                       MOVE BS-ISBN TO SL-ISBN
                       MOVE SJ-SUBJECT-ID TO SL-SUBJECT-ID
                       READ BOOK-SUBJECT-FILE
                           INVALID KEY
                               PERFORM 369-WRITE-SUBJECT THRU 369-EXIT
                       END-READ
                   ELSE
                       STRING "EXCEPTION - SUBJ "
                           BS-SUBJECT-ID (WS-SUBJ-SUB) " NOT ON FILE"
                           DELIMITED BY SIZE INTO LR-RESULT
                       WRITE LOAD-REPORT-REC
                   END-IF
               END-IF
           END-PERFORM.
       365-EXIT.
           EXIT.
      ***************************************************************
      *  How many headings the title is already filed under.
      ***************************************************************
       368-COUNT-SUBJECTS.
           MOVE ZERO TO WS-LINK-COUNT
           MOVE 'N' TO WS-LINK-EOF
           MOVE BS-ISBN TO SL-ISBN
           MOVE ZERO TO SL-SUBJECT-ID
           START BOOK-SUBJECT-FILE KEY IS NOT LESS THAN SL-KEY
               INVALID KEY MOVE 'Y' TO WS-LINK-EOF
           END-START
           PERFORM UNTIL LINK-EOF
               READ BOOK-SUBJECT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LINK-EOF
               END-READ
               IF NOT LINK-EOF
                   IF SL-ISBN NOT = BS-ISBN
                       MOVE 'Y' TO WS-LINK-EOF
                   ELSE
                       ADD 1 TO WS-LINK-COUNT
                   END-IF
               END-IF
           END-PERFORM.
       368-EXIT.
           EXIT.
      ***************************************************************
      *  One new subject row for the title, if it has room.  The
      *  report line is already built in 365.
      ***************************************************************
       369-WRITE-SUBJECT.
           IF WS-LINK-COUNT NOT < WS-SUBJECT-LIMIT
               STRING "EXCEPTION - SUBJ "
                   SJ-SUBJECT-ID " OVER LIMIT"
                   DELIMITED BY SIZE INTO LR-RESULT
               WRITE LOAD-REPORT-REC
               GO TO 369-EXIT
           END-IF
           WRITE BOOK-SUBJECT-REC
               INVALID KEY CONTINUE
               NOT INVALID KEY ADD 1 TO WS-LINK-COUNT
           END-WRITE.
       369-EXIT.
           EXIT.
      ***************************************************************
      *  Close the report with the counts.
      ***************************************************************
       400-WRITE-COUNTS.
           END-PERFORM
           CLOSE BOOK-PO-FILE
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT CGLC-ENCUMB-FILE
           PERFORM UNTIL EOF
               READ CGLC-ENCUMB-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
      *                WRITTEN BACK IN FULL LIKE THE PO FILE - AN
      *                OVERFLOW MUST REFUSE THE LOAD.
                       IF WS-ENC-COUNT = 1000
                           DISPLAY "BOOKLOAD: COAENCUMBFILE.DAT "
                               "EXCEEDS THE ENCUMBRANCE TABLE - "
                               "LOAD REFUSED"
                           CLOSE CGLC-ENCUMB-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ENC-COUNT
                       MOVE CGLC-ENCUMB-REC
                           TO WS-ENC-REC (WS-ENC-COUNT)
               END-READ
           END-PERFORM
           CLOSE CGLC-ENCUMB-FILE
           MOVE 'N' TO WS-END-OF-FILE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE.
      *    THE HIGHEST BARCODE ALREADY ISSUED.
           OPEN I-O ITEM-FILE.
           MOVE 'N' TO WS-ITEM-EOF
           PERFORM UNTIL ITEM-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ITEM-EOF
                   NOT AT END MOVE IT-BARCODE TO WS-NEXT-BARCODE
               END-READ
           END-PERFORM.
           OPEN INPUT SHIPMENT-FILE.
           OPEN I-O BOOK-FILE.
           OPEN INPUT AUTHOR-FILE.
           OPEN INPUT SUBJECT-FILE.
           OPEN I-O BOOK-SUBJECT-FILE.
           OPEN OUTPUT LOAD-REPORT-FILE.
       900-EXIT.
           EXIT.
               END-PERFORM
               CLOSE BOOK-PO-FILE
           END-IF.
           IF WS-ENC-COUNT > ZERO
               OPEN OUTPUT CGLC-ENCUMB-FILE
               PERFORM VARYING WS-ENC-SUB FROM 1 BY 1
                       UNTIL WS-ENC-SUB > WS-ENC-COUNT
                   MOVE WS-ENC-REC (WS-ENC-SUB) TO CGLC-ENCUMB-REC
                   WRITE CGLC-ENCUMB-REC
               END-PERFORM
               CLOSE CGLC-ENCUMB-FILE
           END-IF.
           CLOSE SHIPMENT-FILE.
           CLOSE BOOK-FILE.
           CLOSE ITEM-FILE.
           CLOSE AUTHOR-FILE.
           CLOSE SUBJECT-FILE.
           CLOSE BOOK-SUBJECT-FILE.
           CLOSE LOAD-REPORT-FILE.
       910-EXIT.
           EXIT.
