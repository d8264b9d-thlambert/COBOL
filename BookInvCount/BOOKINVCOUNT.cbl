      *
      *   1. COUNT SHEET - extract the catalog for a shelf (ISBN)
      *      range onto a sheet the counters carry.
      *   2. COUNT ENTRY - scan the barcode of every copy found on
      *      the shelf; a title on the sheet with no copies found is
      *      keyed by ISBN.
      *   3. VARIANCE REPORT - per title, the shelf copies not
      *      scanned (missing), lost copies scanned (recovered), and
      *      scanned copies the item file says are out or withdrawn,
      *      with the counted quantity against on-hand priced at the
      *      book's replacement price.
      *   4. APPLY - supervisor sign-on required: missing copies are
      *      marked lost and recovered copies go back on the shelf,
      *      every copy changed is logged with operator and
      *      timestamp, the catalog quantity is re-derived from the
      *      copies on the shelf, and the net shrinkage value posts
      *      against the inventory account on the ledger.  The counts
      *      are consumed.
      *
      * A count is taken at one branch - the operator names it at
      * sign-on.  Only copies on file as on this branch's shelf can
      * be missing, and the on-hand column is this branch's shelf;
      * a copy scanned here that the item file places at the other
      * branch, or in transit, is an exception to look into.  A
      * recovered copy goes back on this branch's shelf, and the
      * catalog quantity is re-derived across every branch.
      *
      *   File  :  C:\COBOL\BOOKCATALOG.DAT
      *            C:\COBOL\BOOKITEM.DAT
      *            C:\COBOL\BOOKCOUNTS.DAT
      *   Input :  C:\COBOL\BRANCHMASTER.DAT
      *   Output:  C:\COBOL\BOOKCOUNTSHEET.DAT
      *            C:\COBOL\BOOKCOUNTVAR.DAT
      *            C:\COBOL\BOOKADJLOG.DAT (extended)
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
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BM-CODE.
           SELECT OPTIONAL BOOK-COUNT-FILE
                 ASSIGN TO UT-SYS-COUNT-FILE
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
              88  ITEM-ON-LOAN              VALUE "L".
              88  ITEM-LOST                 VALUE "X".
              88  ITEM-WITHDRAWN            VALUE "W".
              88  ITEM-IN-REPAIR            VALUE "R".
              88  ITEM-IN-TRANSIT           VALUE "T".
      *    SET ASIDE ON THE HOLD SHELF FOR A FILLED HOLD - NOT ON
      *    HAND, AND LENT ONLY TO THE PATRON IT IS HELD FOR.
              88  ITEM-ON-HOLD-SHELF        VALUE "H".
      *    A BOOK BORROWED ON INTERLIBRARY LOAN, IN OUR HANDS - AND
      *    OUR OWN COPY OUT TO A PARTNER LIBRARY.
              88  ITEM-ILL-BORROWED         VALUE "B".
              88  ITEM-ILL-LENT             VALUE "I".
          05  IT-STATUS-DATE                       PIC 9(8).
      *    THE BRANCH THE COPY BELONGS TO, AND THE BRANCH IT IS AT -
      *    OR, WHILE IN TRANSIT, THE BRANCH IT IS HEADED TO.
          05  IT-HOME-BRANCH                       PIC X(4).
          05  IT-AT-BRANCH                         PIC X(4).

       FD BRANCH-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 26 CHARACTERS.
       01 BRANCH-MASTER-REC.
          05  BM-CODE                              PIC X(4).
          05  BM-NAME                              PIC X(20).
          05  BM-TRANSIT-DAYS                      PIC 9(2).

      *    ONE ROW PER COPY SCANNED THIS CYCLE.  A ZERO BARCODE IS A
      *    TITLE COUNTED WITH NO COPIES FOUND ON THE SHELF.
       FD BOOK-COUNT-FILE
          RECORD CONTAINS 23 CHARACTERS.
       01 BOOK-COUNT-REC.
          05  CT-ISBN                              PIC 9(13).
          05  CT-BARCODE                           PIC 9(10).

       FD COUNT-SHEET-FILE
          RECORD CONTAINS 60 CHARACTERS.
          05  FILLER                               PIC X.
          05  VR-VALUE                             PIC -(6)9.99.
          05  FILLER                               PIC X(11).
       01 VARIANCE-COPY-REC.
          05  FILLER                               PIC X(4).
          05  VC-LABEL                             PIC X(5).
          05  VC-BARCODE                           PIC 9(10).
          05  FILLER                               PIC X.
          05  VC-NOTE                              PIC X(50).
          05  FILLER                               PIC X(10).

      *    PERMANENT ADJUSTMENT LOG, ONLY EVER EXTENDED - EVERY
      *    APPLIED COUNT ADJUSTMENT WITH OPERATOR AND TIMESTAMP -
      *    ONE ROW PER COPY CHANGED, WITH THE TITLE'S QUANTITY
      *    BEFORE AND AFTER IT.
       FD ADJUST-LOG-FILE
          RECORD CONTAINS 60 CHARACTERS.
       01 ADJUST-LOG-REC.
          05  AL-NEW-QTY                           PIC 9(4).
          05  AL-OPERATOR-ID                       PIC X(8).
          05  AL-TIMESTAMP                         PIC X(21).
          05  AL-BARCODE                           PIC 9(10).

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
       01  WS-FILENAMES.
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-ITEMFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
           05  UT-SYS-BRANCHFILE                   PIC X(50)
                                   VALUE "C:\COBOL\BRANCHMASTER.DAT".
           05  UT-SYS-COUNT-FILE                   PIC X(50)
                                   VALUE "C:\COBOL\BOOKCOUNTS.DAT".
           05  UT-SYS-COUNT-SHEET-FILE             PIC X(50)
           05  WS-ACCT-FOUND                       PIC X
                                            VALUE 'N'.
               88  ACCT-FOUND                VALUE 'Y'.
           05  WS-BRANCH-OK                        PIC X
                                            VALUE 'N'.
               88  BRANCH-OK                 VALUE 'Y'.
      *    THE BRANCH WHOSE SHELVES ARE BEING COUNTED.
       01  WS-COUNT-BRANCH                         PIC X(4)
                                            VALUE SPACES.
       01  WS-MENU-CHOICE                          PIC X.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-RANGE.
           05  WS-TO-ISBN                          PIC 9(13).
       01  WS-COUNT-WORK.
           05  WS-KEY-ISBN                         PIC 9(13).
           05  WS-KEY-BARCODE                      PIC 9(10).
           05  WS-VARIANCE                         PIC S9(5).
           05  WS-VARIANCE-VALUE                   PIC S9(7)V99.
           05  WS-SHRINKAGE-VALUE                  PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-ADJUST-COUNT                     PIC 9(5)
                                            VALUE ZERO.
      *    THE COPIES OF ONE TITLE CHECKED AGAINST THE SCANS.
       01  WS-ITEM-COUNT-WORK.
           05  WS-KEY-DONE                         PIC X
                                            VALUE 'N'.
               88  KEY-DONE                  VALUE 'Y'.
           05  WS-DUP-FOUND                        PIC X
                                            VALUE 'N'.
               88  DUP-FOUND                 VALUE 'Y'.
           05  WS-ITEM-EOF                         PIC X
                                            VALUE 'N'.
               88  ITEM-EOF                  VALUE 'Y'.
           05  WS-SCANNED                          PIC X
                                            VALUE 'N'.
               88  COPY-SCANNED              VALUE 'Y'.
           05  WS-APPLY-MODE                       PIC X
                                            VALUE 'N'.
               88  APPLY-MODE                VALUE 'Y'.
           05  WS-LIST-COPIES                      PIC X
                                            VALUE 'N'.
               88  LIST-COPIES               VALUE 'Y'.
           05  WS-CT-OVERFLOW                      PIC X
                                            VALUE 'N'.
               88  CT-OVERFLOW               VALUE 'Y'.
           05  WS-ISBN-SEEN                        PIC X
                                            VALUE 'N'.
               88  ISBN-SEEN                 VALUE 'Y'.
           05  WS-NEW-ON-HAND                      PIC 9(4).
      *    THE TITLE'S COPIES ON FILE AS ON THE COUNTED BRANCH'S
      *    SHELF, AND ON ANY SHELF ONCE THE COUNT IS APPLIED.
           05  WS-BRANCH-ON-HAND                   PIC 9(4).
           05  WS-TOTAL-ON-SHELF                   PIC 9(4).
           05  WS-RUNNING-QTY                      PIC 9(4).
           05  WS-QTY-CHANGE                       PIC S9.
           05  WS-ITEM-STATUS-NAME                 PIC X(10).
           05  WS-COPY-NOTE                        PIC X(50).
           05  WS-CT-COUNT                         PIC 9(5).
           05  WS-CT-SUB                           PIC 9(5).
           05  WS-CT-SUB2                          PIC 9(5).
      *    THE CYCLE'S SCANS, LOADED FOR THE VARIANCE AND APPLY.
       01  WS-COUNT-TABLE.
           05  WS-CT-ENTRY OCCURS 5000 TIMES.
               10  WS-CT-T-ISBN                    PIC 9(13).
               10  WS-CT-T-BARCODE                 PIC 9(10).
      *    DESIGNATED INVENTORY ASSET ACCOUNT - THE SAME ACCOUNT
      *    BOOKLOAD AND THE LOST-BOOK PATH POST AGAINST.
       01  WS-INVENTORY-ACCT                       PIC 9(4)
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           IF SIGNON-OK AND NOT BRANCH-OK
               DISPLAY "BRANCH NOT ON FILE - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           PERFORM 200-PROCESS-MENU THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      ***************************************************************
       200-PROCESS-MENU.
           DISPLAY "1. COUNT SHEET FOR A SHELF RANGE"
           DISPLAY "2. SCAN COUNTED COPIES"
           DISPLAY "3. VARIANCE REPORT"
           DISPLAY "4. APPLY COUNTS (SUPERVISOR)"
           DISPLAY "5. EXIT"
                       MOVE SPACES TO COUNT-SHEET-REC
                       MOVE BR-BOOK-ISBN TO CS-ISBN
                       MOVE BR-BOOK-TITLE TO CS-TITLE
                       MOVE "SCAN ALL COPIES" TO CS-COUNT-BLANK
                       WRITE COUNT-SHEET-REC
                   END-IF
               END-IF
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Scan the copies found on the shelf until a zero barcode,
      *   then key any title on the sheet with no copies found.
      ***************************************************************
       400-KEY-COUNT.
           MOVE 'N' TO WS-KEY-DONE
           PERFORM 410-SCAN-COPY THRU 410-EXIT
               UNTIL KEY-DONE
           MOVE 'N' TO WS-KEY-DONE
           PERFORM 420-KEY-EMPTY-TITLE THRU 420-EXIT
               UNTIL KEY-DONE
           DISPLAY "COUNT KEYED".
       400-EXIT.
           EXIT.
      ***************************************************************
      *   One scanned copy - the barcode must be on the item file
      *   and not already scanned this cycle.
      ***************************************************************
       410-SCAN-COPY.
           DISPLAY "SCAN COPY BARCODE (0 WHEN DONE): "
           ACCEPT WS-KEY-BARCODE
           IF WS-KEY-BARCODE = ZERO
               MOVE 'Y' TO WS-KEY-DONE
               GO TO 410-EXIT
           END-IF
           MOVE WS-KEY-BARCODE TO IT-BARCODE
           READ ITEM-FILE
               INVALID KEY
                   DISPLAY "BARCODE NOT ON THE ITEM FILE - REFUSED"
                   GO TO 410-EXIT
           END-READ
           MOVE 'N' TO WS-DUP-FOUND
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BOOK-COUNT-FILE
           PERFORM UNTIL EOF OR DUP-FOUND
               READ BOOK-COUNT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF CT-BARCODE = WS-KEY-BARCODE
                           MOVE 'Y' TO WS-DUP-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-COUNT-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF DUP-FOUND
               DISPLAY "COPY ALREADY SCANNED THIS CYCLE - REFUSED"
               GO TO 410-EXIT
           END-IF
           MOVE IT-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY MOVE SPACES TO BR-BOOK-TITLE
           END-READ
           OPEN EXTEND BOOK-COUNT-FILE
           MOVE IT-ISBN TO CT-ISBN
           MOVE WS-KEY-BARCODE TO CT-BARCODE
           WRITE BOOK-COUNT-REC
           CLOSE BOOK-COUNT-FILE
           DISPLAY "COUNTED: " BR-BOOK-TITLE.
       410-EXIT.
           EXIT.
      ***************************************************************
      *   A title on the sheet with no copy found - the ISBN must be
      *   on the catalog.  Its copies on file all count as missing.
      ***************************************************************
       420-KEY-EMPTY-TITLE.
           DISPLAY "ISBN COUNTED WITH NO COPIES FOUND (0 WHEN DONE): "
           ACCEPT WS-KEY-ISBN
           IF WS-KEY-ISBN = ZERO
               MOVE 'Y' TO WS-KEY-DONE
               GO TO 420-EXIT
           END-IF
           MOVE 'N' TO WS-BOOK-FOUND
           MOVE WS-KEY-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
           END-READ
           IF NOT BOOK-FOUND
               DISPLAY "ISBN NOT ON THE CATALOG - REFUSED"
               GO TO 420-EXIT
           END-IF
           DISPLAY "TITLE: " BR-BOOK-TITLE
           OPEN EXTEND BOOK-COUNT-FILE
           MOVE WS-KEY-ISBN TO CT-ISBN
           MOVE ZERO TO CT-BARCODE
           WRITE BOOK-COUNT-REC
           CLOSE BOOK-COUNT-FILE.
       420-EXIT.
           EXIT.
      ***************************************************************
      *   Counted versus on-hand for each title scanned, priced at
      *   the replacement price, with the copies behind the
      *   difference listed under it.
      ***************************************************************
       500-VARIANCE-REPORT.
           MOVE 'N' TO WS-APPLY-MODE
           PERFORM 510-LOAD-COUNTS THRU 510-EXIT
           IF CT-OVERFLOW
               DISPLAY "COUNT FILE EXCEEDS THE WORK TABLE - "
                   "NO REPORT WRITTEN"
               GO TO 500-EXIT
           END-IF
           OPEN OUTPUT VARIANCE-REPORT-FILE
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
               PERFORM 515-CHECK-ISBN-SEEN THRU 515-EXIT
               IF NOT ISBN-SEEN
                   PERFORM 520-VARIANCE-LINE THRU 520-EXIT
               END-IF
           END-PERFORM
           CLOSE VARIANCE-REPORT-FILE
           DISPLAY "VARIANCE REPORT WRITTEN".
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Load the cycle's scans into the work table.  A file too
      *   big for the table is refused rather than half counted.
      ***************************************************************
       510-LOAD-COUNTS.
           MOVE ZERO TO WS-CT-COUNT
           MOVE 'N' TO WS-CT-OVERFLOW
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BOOK-COUNT-FILE
           PERFORM UNTIL EOF OR CT-OVERFLOW
               READ BOOK-COUNT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-CT-COUNT = 5000
                           MOVE 'Y' TO WS-CT-OVERFLOW
                       ELSE
                           ADD 1 TO WS-CT-COUNT
                           MOVE CT-ISBN TO WS-CT-T-ISBN (WS-CT-COUNT)
                           MOVE CT-BARCODE
                               TO WS-CT-T-BARCODE (WS-CT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BOOK-COUNT-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       510-EXIT.
           EXIT.
      ***************************************************************
      *   Was this scan's title already handled by an earlier scan?
      ***************************************************************
       515-CHECK-ISBN-SEEN.
           MOVE 'N' TO WS-ISBN-SEEN
           PERFORM VARYING WS-CT-SUB2 FROM 1 BY 1
                   UNTIL WS-CT-SUB2 NOT < WS-CT-SUB OR ISBN-SEEN
               IF WS-CT-T-ISBN (WS-CT-SUB2) =
                       WS-CT-T-ISBN (WS-CT-SUB)
                   MOVE 'Y' TO WS-ISBN-SEEN
               END-IF
           END-PERFORM.
       515-EXIT.
           EXIT.
      ***************************************************************
      *   One counted title's variance line, then its copies.
      ***************************************************************
       520-VARIANCE-LINE.
           MOVE WS-CT-T-ISBN (WS-CT-SUB) TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY GO TO 520-EXIT
           END-READ
           MOVE 'N' TO WS-LIST-COPIES
           PERFORM 530-CHECK-COPIES THRU 530-EXIT
           COMPUTE WS-VARIANCE = WS-NEW-ON-HAND - WS-BRANCH-ON-HAND
           COMPUTE WS-VARIANCE-VALUE = WS-VARIANCE * BR-BOOK-PRICE
           MOVE SPACES TO VARIANCE-REPORT-REC
           MOVE BR-BOOK-ISBN TO VR-ISBN
           MOVE BR-BOOK-TITLE TO VR-TITLE
           MOVE WS-BRANCH-ON-HAND TO VR-ON-HAND
           MOVE WS-NEW-ON-HAND TO VR-COUNTED
           MOVE WS-VARIANCE TO VR-VARIANCE
           MOVE WS-VARIANCE-VALUE TO VR-VALUE
           WRITE VARIANCE-REPORT-REC
           MOVE 'Y' TO WS-LIST-COPIES
           PERFORM 530-CHECK-COPIES THRU 530-EXIT.
       520-EXIT.
           EXIT.
      ***************************************************************
      *   Walk the title's copies on the item file against the
      *   scans.  The counted quantity is the copies scanned that
      *   are on this branch's shelf or were marked lost.
      ***************************************************************
       530-CHECK-COPIES.
           MOVE ZERO TO WS-NEW-ON-HAND
           MOVE ZERO TO WS-BRANCH-ON-HAND
           MOVE ZERO TO WS-TOTAL-ON-SHELF
           MOVE BR-QTY-ON-HAND TO WS-RUNNING-QTY
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
                       PERFORM 540-CHECK-ONE-COPY THRU 540-EXIT
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ITEM-EOF.
       530-EXIT.
           EXIT.
      ***************************************************************
      *   One copy: a copy on this branch's shelf not scanned is
      *   missing, a lost copy scanned is recovered here, and a
      *   scanned copy the item file says is out, in repair, in
      *   transit, withdrawn, or on the other branch's shelf is an
      *   exception for the desk to look into - it is never changed
      *   here.
      ***************************************************************
       540-CHECK-ONE-COPY.
           MOVE 'N' TO WS-SCANNED
           PERFORM VARYING WS-CT-SUB2 FROM 1 BY 1
                   UNTIL WS-CT-SUB2 > WS-CT-COUNT OR COPY-SCANNED
               IF WS-CT-T-BARCODE (WS-CT-SUB2) = IT-BARCODE
                   MOVE 'Y' TO WS-SCANNED
               END-IF
           END-PERFORM
           IF ITEM-ON-SHELF AND IT-AT-BRANCH = WS-COUNT-BRANCH
               ADD 1 TO WS-BRANCH-ON-HAND
           END-IF
           IF COPY-SCANNED
                   AND ((ITEM-ON-SHELF
                         AND IT-AT-BRANCH = WS-COUNT-BRANCH)
                     OR ITEM-LOST)
               ADD 1 TO WS-NEW-ON-HAND
           END-IF
           EVALUATE TRUE
               WHEN ITEM-ON-SHELF AND IT-AT-BRANCH = WS-COUNT-BRANCH
                       AND NOT COPY-SCANNED
                   MOVE "NOT FOUND ON THE SHELF - MISSING"
                       TO WS-COPY-NOTE
                   PERFORM 550-LIST-COPY THRU 550-EXIT
                   IF APPLY-MODE
                       MOVE "X" TO IT-STATUS
                       MOVE -1 TO WS-QTY-CHANGE
                       PERFORM 560-APPLY-COPY THRU 560-EXIT
                   END-IF
               WHEN ITEM-LOST AND COPY-SCANNED
                   MOVE "SCANNED - ON FILE AS LOST, RECOVERED"
                       TO WS-COPY-NOTE
                   PERFORM 550-LIST-COPY THRU 550-EXIT
                   IF APPLY-MODE
                       MOVE "S" TO IT-STATUS
                       MOVE WS-COUNT-BRANCH TO IT-AT-BRANCH
                       MOVE 1 TO WS-QTY-CHANGE
                       PERFORM 560-APPLY-COPY THRU 560-EXIT
                   END-IF
      *        A COPY ON THIS BRANCH'S HOLD SHELF IS WHERE IT
      *        BELONGS - IT IS NOT ON HAND, AND NOT AN EXCEPTION.
               WHEN COPY-SCANNED AND ITEM-ON-HOLD-SHELF
                       AND IT-AT-BRANCH = WS-COUNT-BRANCH
                   CONTINUE
      *        SO IS A BORROWED BOOK HELD HERE FOR ITS PATRON OR
      *        FOR RETURN TO ITS LENDER - IT IS NOT OURS.
               WHEN COPY-SCANNED AND ITEM-ILL-BORROWED
                       AND IT-AT-BRANCH = WS-COUNT-BRANCH
                   CONTINUE
               WHEN COPY-SCANNED AND NOT ITEM-ON-SHELF
                   PERFORM 545-ITEM-STATUS-NAME THRU 545-EXIT
                   MOVE SPACES TO WS-COPY-NOTE
                   STRING "SCANNED BUT ON FILE AS "
                       WS-ITEM-STATUS-NAME " - CHECK"
                       DELIMITED BY SIZE INTO WS-COPY-NOTE
                   PERFORM 550-LIST-COPY THRU 550-EXIT
                   IF APPLY-MODE
                       DISPLAY "COPY " IT-BARCODE " " WS-COPY-NOTE
                   END-IF
               WHEN COPY-SCANNED AND IT-AT-BRANCH NOT = WS-COUNT-BRANCH
                   MOVE SPACES TO WS-COPY-NOTE
                   STRING "SCANNED BUT ON FILE AT BRANCH "
                       IT-AT-BRANCH " - CHECK"
                       DELIMITED BY SIZE INTO WS-COPY-NOTE
                   PERFORM 550-LIST-COPY THRU 550-EXIT
                   IF APPLY-MODE
                       DISPLAY "COPY " IT-BARCODE " " WS-COPY-NOTE
                   END-IF
           END-EVALUATE
           IF ITEM-ON-SHELF
               ADD 1 TO WS-TOTAL-ON-SHELF
           END-IF.
       540-EXIT.
           EXIT.
      ***************************************************************
      *   The copy's status in words for the report.
      ***************************************************************
       545-ITEM-STATUS-NAME.
           EVALUATE TRUE
               WHEN ITEM-ON-LOAN
                   MOVE "ON LOAN" TO WS-ITEM-STATUS-NAME
               WHEN ITEM-WITHDRAWN
                   MOVE "WITHDRAWN" TO WS-ITEM-STATUS-NAME
               WHEN ITEM-IN-REPAIR
                   MOVE "IN REPAIR" TO WS-ITEM-STATUS-NAME
               WHEN ITEM-IN-TRANSIT
                   MOVE "IN TRANSIT" TO WS-ITEM-STATUS-NAME
               WHEN ITEM-ON-HOLD-SHELF
                   MOVE "HOLD SHELF" TO WS-ITEM-STATUS-NAME
               WHEN ITEM-ILL-BORROWED
                   MOVE "ILL COPY" TO WS-ITEM-STATUS-NAME
               WHEN ITEM-ILL-LENT
                   MOVE "LENT (ILL)" TO WS-ITEM-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-ITEM-STATUS-NAME
           END-EVALUATE.
       545-EXIT.
           EXIT.
      ***************************************************************
      *   A copy line under its title on the variance report.
      ***************************************************************
       550-LIST-COPY.
           IF NOT LIST-COPIES
               GO TO 550-EXIT
           END-IF
           MOVE SPACES TO VARIANCE-COPY-REC
           MOVE "COPY" TO VC-LABEL
           MOVE IT-BARCODE TO VC-BARCODE
           MOVE WS-COPY-NOTE TO VC-NOTE
           WRITE VARIANCE-COPY-REC.
       550-EXIT.
           EXIT.
      ***************************************************************
      *   Apply one copy's new status with its audit row; the
      *   title's quantity moves by one copy at the book's price.
      ***************************************************************
       560-APPLY-COPY.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO IT-STATUS-DATE
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR ADJUSTING COPY " IT-BARCODE
                   GO TO 560-EXIT
           END-REWRITE
           MOVE SPACES TO ADJUST-LOG-REC
           MOVE BR-BOOK-ISBN TO AL-ISBN
           MOVE IT-BARCODE TO AL-BARCODE
           MOVE WS-RUNNING-QTY TO AL-OLD-QTY
           COMPUTE WS-RUNNING-QTY = WS-RUNNING-QTY + WS-QTY-CHANGE
           MOVE WS-RUNNING-QTY TO AL-NEW-QTY
           MOVE WS-OPERATOR-ID TO AL-OPERATOR-ID
           MOVE WS-TIMESTAMP TO AL-TIMESTAMP
           WRITE ADJUST-LOG-REC
           COMPUTE WS-SHRINKAGE-VALUE =
               WS-SHRINKAGE-VALUE + WS-QTY-CHANGE * BR-BOOK-PRICE
           ADD 1 TO WS-ADJUST-COUNT.
       560-EXIT.
           EXIT.
      ***************************************************************
      *   Apply the counts - supervisor only.  Each counted title's
      *   missing copies are marked lost and recovered copies put
      *   back on the shelf, each change logged with operator and
      *   timestamp; the catalog quantity is re-derived from the
      *   copies on the shelf and the net shrinkage value posts
      *   against the inventory account.  The counts are consumed.
      ***************************************************************
       600-APPLY-COUNTS.
           IF WS-AUTH-LEVEL < 3
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED TO APPLY"
               GO TO 600-EXIT
           END-IF
           PERFORM 510-LOAD-COUNTS THRU 510-EXIT
           IF CT-OVERFLOW
               DISPLAY "COUNT FILE EXCEEDS THE WORK TABLE - "
                   "NOTHING APPLIED"
               GO TO 600-EXIT
           END-IF
           MOVE ZERO TO WS-SHRINKAGE-VALUE
           MOVE ZERO TO WS-ADJUST-COUNT
           MOVE 'Y' TO WS-APPLY-MODE
           MOVE 'N' TO WS-LIST-COPIES
           OPEN EXTEND ADJUST-LOG-FILE
           PERFORM VARYING WS-CT-SUB FROM 1 BY 1
                   UNTIL WS-CT-SUB > WS-CT-COUNT
               PERFORM 515-CHECK-ISBN-SEEN THRU 515-EXIT
               IF NOT ISBN-SEEN
                   PERFORM 620-APPLY-ONE-COUNT THRU 620-EXIT
               END-IF
           END-PERFORM
           CLOSE ADJUST-LOG-FILE
           MOVE 'N' TO WS-APPLY-MODE
      *    THE COUNTS ARE CONSUMED SO A SECOND APPLY CANNOT ADJUST
      *    TWICE.
           OPEN OUTPUT BOOK-COUNT-FILE
       600-EXIT.
           EXIT.
      ***************************************************************
      *   One counted title applied: its copies changed, then the
      *   catalog quantity set to the copies now on any branch's
      *   shelf.
      ***************************************************************
       620-APPLY-ONE-COUNT.
           MOVE WS-CT-T-ISBN (WS-CT-SUB) TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY GO TO 620-EXIT
           END-READ
           PERFORM 530-CHECK-COPIES THRU 530-EXIT
           IF WS-TOTAL-ON-SHELF = BR-QTY-ON-HAND
               GO TO 620-EXIT
           END-IF
           MOVE WS-TOTAL-ON-SHELF TO BR-QTY-ON-HAND
           REWRITE BOOK-REC
               INVALID KEY DISPLAY "ERROR ADJUSTING " BR-BOOK-ISBN
           END-REWRITE.
       620-EXIT.
           EXIT.
      ***************************************************************
       720-EXIT.
           EXIT.
      ***************************************************************
      *   Open the catalog and the item file, sign on, and name the
      *   branch being counted.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O BOOK-FILE.
           OPEN I-O ITEM-FILE.
           OPEN INPUT BRANCH-MASTER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           IF SIGNON-OK
               DISPLAY "BRANCH BEING COUNTED: "
               ACCEPT WS-COUNT-BRANCH
               MOVE WS-COUNT-BRANCH TO BM-CODE
               READ BRANCH-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BRANCH-OK
                       DISPLAY "COUNTING " BM-NAME
               END-READ
           END-IF.
       900-EXIT.
           EXIT.
      *****************************************************************
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE BOOK-FILE.
           CLOSE ITEM-FILE.
           CLOSE BRANCH-MASTER-FILE.
       910-EXIT.
           EXIT.
