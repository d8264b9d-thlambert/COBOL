      * need - a weeding section listing every catalog ISBN with ZERO
      * checkouts in the range, with its quantity on hand and price
      * so the capital sitting idle is visible.  HOLDRPT shows the
      * demand we cannot meet; this shows the opposite.  The idle
      * titles with copies on hand are also written to WEEDCAND.DAT,
      * which BOOKWEED seeds its withdrawal list from.
      *
      * Renewals, check-ins, and lost/found rows carry their own
      * transaction types and are not counted as checkouts.
      *
      * A closing section breaks the library down by branch: the
      * checkouts each branch's desk recorded in the range, and the
      * copies homed at each branch (withdrawn copies aside) with
      * what they cost.  History written before branches were
      * tracked is shown under NO BRANCH.
      *
      * The last section breaks circulation out by subject heading,
      * least used first, so purchasing can see which areas of the
      * collection sit on the shelf: the checkouts in the range of
      * every title filed under the heading, how many titles it
      * holds, and the idle value of those with no checkouts.  A
      * title filed under several headings counts under each.
      * Titles not filed under any heading are shown under
      * (NO SUBJECT).
      *
      *   Input  :  C:\COBOL\BOOKCIRCHIST.DAT
      *             C:\COBOL\BOOKCATALOG.DAT
      *             C:\COBOL\BOOKITEM.DAT
      *             C:\COBOL\BRANCHMASTER.DAT
      *             C:\COBOL\SUBJECT.DAT
      *             C:\COBOL\BOOKSUBJ.DAT
      *   Output :  C:\COBOL\BOOKSTATSRPT.DAT
      *             C:\COBOL\WEEDCAND.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                     WITH DUPLICATES.
           SELECT OPTIONAL ITEM-FILE
                 ASSIGN TO UT-SYS-ITEMFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS IT-BARCODE
                 ALTERNATE RECORD KEY IS IT-ISBN
                     WITH DUPLICATES.
           SELECT OPTIONAL BRANCH-MASTER-FILE
                 ASSIGN TO UT-SYS-BRANCHFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
                 RECORD KEY IS BM-CODE.
           SELECT OPTIONAL SUBJECT-FILE
                 ASSIGN TO UT-SYS-SUBJECTFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS SEQUENTIAL
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
           SELECT STATS-REPORT-FILE
                 ASSIGN TO UT-SYS-STATS-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WEED-CAND-FILE
                 ASSIGN TO UT-SYS-WEED-CAND-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD BOOK-CIRC-HISTORY-FILE
          RECORD CONTAINS 47 CHARACTERS.
       01 BOOK-CIRC-HISTORY-REC.
          05  BCH-BOOK-ISBN                         PIC 9(13).
          05  BCH-TRANS-TYPE                        PIC X.
              88  BCH-CHECK-OUT              VALUE "O".
          05  BCH-TIMESTAMP                         PIC X(21).
          05  BCH-OPERATOR-ID                       PIC X(8).
      *    THE BRANCH WHOSE DESK RECORDED THE TRANSACTION.
          05  BCH-BRANCH                            PIC X(4).

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
              88  ITEM-WITHDRAWN            VALUE "W".
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

       FD STATS-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
          05  ST-VALUE                             PIC ZZZZZZ9.99.
          05  FILLER                               PIC X(13).

      *    ONE ROW PER WEEDING CANDIDATE WITH COPIES ON HAND - THE
      *    SEED FOR BOOKWEED'S WITHDRAWAL LIST.
       FD WEED-CAND-FILE
          RECORD CONTAINS 54 CHARACTERS.
       01 WEED-CAND-REC.
          05  WC-ISBN                              PIC 9(13).
          05  WC-TITLE                             PIC X(30).
          05  WC-ON-HAND                           PIC 9(4).
          05  WC-PRICE                             PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILENAMES.
           05  UT-SYS-CIRC-HISTORY-FILE            PIC X(50)
                                   VALUE "C:\COBOL\BOOKCIRCHIST.DAT".
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-ITEMFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
           05  UT-SYS-BRANCHFILE                   PIC X(50)
                                   VALUE "C:\COBOL\BRANCHMASTER.DAT".
           05  UT-SYS-SUBJECTFILE                  PIC X(50)
                                   VALUE "C:\COBOL\SUBJECT.DAT".
           05  UT-SYS-BOOKSUBJFILE                 PIC X(50)
                                   VALUE "C:\COBOL\BOOKSUBJ.DAT".
           05  UT-SYS-STATS-REPORT-FILE            PIC X(50)
                                   VALUE "C:\COBOL\BOOKSTATSRPT.DAT".
           05  UT-SYS-WEED-CAND-FILE               PIC X(50)
                                   VALUE "C:\COBOL\WEEDCAND.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-LINK-EOF                         PIC X
                                            VALUE 'N'.
               88  LINK-EOF                  VALUE 'Y'.
           05  WS-TITLE-FILED                      PIC X
                                            VALUE 'N'.
               88  TITLE-FILED               VALUE 'Y'.
       01  WS-SELECTION.
           05  WS-FROM-DATE                        PIC 9(8).
           05  WS-TO-DATE                          PIC 9(8).
               10  WS-MO-CHECKOUTS                 PIC 9(5).
       01  WS-MO-SUB                               PIC 9(3).
       01  WS-MO-FOUND-SUB                         PIC 9(3).
      *    CHECKOUTS AND COPIES HELD PER BRANCH - EVERY BRANCH ON
      *    FILE, PLUS ANY CODE (OR NONE) FOUND ON THE HISTORY OR
      *    THE ITEMS.
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-COUNT                     PIC 9(3)
                                            VALUE ZERO.
           05  WS-BRANCH-ENTRY OCCURS 50 TIMES.
               10  WS-BT-CODE                      PIC X(4).
               10  WS-BT-NAME                      PIC X(20).
               10  WS-BT-CHECKOUTS                 PIC 9(5).
               10  WS-BT-COPIES                    PIC 9(5).
               10  WS-BT-VALUE                     PIC 9(7)V99.
       01  WS-BT-SUB                               PIC 9(3).
       01  WS-BT-FOUND-SUB                         PIC 9(3).
       01  WS-FIND-BRANCH                          PIC X(4).
      *    CHECKOUTS, TITLES, AND IDLE VALUE PER SUBJECT HEADING -
      *    EVERY HEADING ON FILE, PLUS (NO SUBJECT) AND ANY ID
      *    FOUND ON THE LINKS BUT NOT THE MASTER.
       01  WS-SUBJECT-TABLE.
           05  WS-SUBJECT-COUNT                    PIC 9(3)
                                            VALUE ZERO.
           05  WS-SUBJECT-ENTRY OCCURS 500 TIMES.
               10  WS-SB-ID                        PIC 9(5).
               10  WS-SB-HEADING                   PIC X(30).
               10  WS-SB-CHECKOUTS                 PIC 9(5).
               10  WS-SB-TITLES                    PIC 9(4).
               10  WS-SB-IDLE-VALUE                PIC 9(7)V99.
       01  WS-SB-SUB                               PIC 9(3).
       01  WS-SB-FOUND-SUB                         PIC 9(3).
       01  WS-FIND-SUBJECT                         PIC 9(5).
       01  WS-BOOK-CHECKOUTS                       PIC 9(5).
      *    INSERTION-SORT WORK FIELDS FOR THE LEAST-USED ORDER.
       01  WS-SB-SORT-WORK.
           05  WS-SB-SORT-I                        PIC 9(3).
           05  WS-SB-SORT-J                        PIC 9(3).
           05  WS-SB-TEMP-ENTRY.
               10  FILLER                          PIC X(35).
               10  WS-SB-TEMP-CHECKOUTS            PIC 9(5).
               10  FILLER                          PIC X(13).
       01  WS-TOTALS.
           05  WS-RANGE-CHECKOUTS                  PIC 9(7)
                                            VALUE ZERO.
       PROCEDURE DIVISION.
      *************************************************************
      *  Ask for the range, gather the checkouts, and print the
      *  ranking, the month totals, the weeding section, the branch
      *  breakdown, and the subject breakdown.
      *************************************************************
       100-MAIN.
           DISPLAY "FROM DATE (YYYYMMDD): "
           DISPLAY "TO DATE (YYYYMMDD): "
           ACCEPT WS-TO-DATE
           OPEN OUTPUT STATS-REPORT-FILE
           PERFORM 150-LOAD-BRANCHES THRU 150-EXIT.
           PERFORM 200-GATHER-CHECKOUTS THRU 200-EXIT.
           PERFORM 300-RANK-TITLES THRU 300-EXIT.
           PERFORM 400-WRITE-RANKING THRU 400-EXIT.
           PERFORM 500-WRITE-MONTH-TOTALS THRU 500-EXIT.
           PERFORM 600-WRITE-WEEDING THRU 600-EXIT.
           PERFORM 700-WRITE-BRANCHES THRU 700-EXIT.
           PERFORM 800-WRITE-SUBJECTS THRU 800-EXIT.
           CLOSE STATS-REPORT-FILE
           DISPLAY "CIRCULATION STATISTICS COMPLETE - "
               WS-RANGE-CHECKOUTS " CHECKOUTS, " WS-WEED-COUNT
               " TITLES WITH NONE, IDLE VALUE " WS-WEED-VALUE.
           STOP RUN.
      ***************************************************************
      *  Every branch on the master, in code order.
      ***************************************************************
       150-LOAD-BRANCHES.
           OPEN INPUT BRANCH-MASTER-FILE
           PERFORM UNTIL EOF
               READ BRANCH-MASTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE BM-CODE TO WS-FIND-BRANCH
                       PERFORM 250-FIND-BRANCH THRU 250-EXIT
                       IF WS-BT-FOUND-SUB NOT = ZERO
                           MOVE BM-NAME
                               TO WS-BT-NAME (WS-BT-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BRANCH-MASTER-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       150-EXIT.
           EXIT.
      ***************************************************************
      *  One pass over the history: checkout rows inside the range
      *  feed the per-title and per-month tables.
      ***************************************************************
           END-IF
           IF WS-MO-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-MO-CHECKOUTS (WS-MO-FOUND-SUB)
           END-IF
           MOVE BCH-BRANCH TO WS-FIND-BRANCH
           PERFORM 250-FIND-BRANCH THRU 250-EXIT
           IF WS-BT-FOUND-SUB NOT = ZERO
               ADD 1 TO WS-BT-CHECKOUTS (WS-BT-FOUND-SUB)
           END-IF.
       220-EXIT.
           EXIT.
      ***************************************************************
      *  Find-or-add WS-FIND-BRANCH in the branch table.  A code
      *  past the table's end is not counted.
      ***************************************************************
       250-FIND-BRANCH.
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
               MOVE ZERO TO WS-BT-CHECKOUTS (WS-BT-FOUND-SUB)
               MOVE ZERO TO WS-BT-COPIES (WS-BT-FOUND-SUB)
               MOVE ZERO TO WS-BT-VALUE (WS-BT-FOUND-SUB)
           END-IF.
       250-EXIT.
           EXIT.
      ***************************************************************
      *  Insertion sort, most checkouts first.
      ***************************************************************
       300-RANK-TITLES.
           WRITE STATS-REPORT-REC
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BOOK-FILE
           OPEN OUTPUT WEED-CAND-FILE
           MOVE ZERO TO BR-BOOK-ISBN
           START BOOK-FILE KEY IS NOT LESS THAN BR-BOOK-ISBN
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
                           WRITE STATS-REPORT-REC
                           ADD 1 TO WS-WEED-COUNT
                           ADD WS-EXT-VALUE TO WS-WEED-VALUE
                           IF BR-QTY-ON-HAND > ZERO
                               MOVE BR-BOOK-ISBN TO WC-ISBN
                               MOVE BR-BOOK-TITLE TO WC-TITLE
                               MOVE BR-QTY-ON-HAND TO WC-ON-HAND
                               MOVE BR-BOOK-PRICE TO WC-PRICE
                               WRITE WEED-CAND-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WEED-CAND-FILE
           CLOSE BOOK-FILE
           MOVE 'N' TO WS-END-OF-FILE
           MOVE SPACES TO STATS-REPORT-REC
           WRITE STATS-REPORT-REC.
       600-EXIT.
           EXIT.
      ***************************************************************
      *  The branch breakdown: copies held per home branch from the
      *  item file, then one line per branch with its checkouts in
      *  the range, its copies, and their cost.
      ***************************************************************
       700-WRITE-BRANCHES.
           OPEN INPUT ITEM-FILE
           PERFORM UNTIL EOF
               READ ITEM-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
      *                A BOOK BORROWED ON INTERLIBRARY LOAN (HOME
      *                BRANCH ILL) BELONGS TO ANOTHER LIBRARY.
                       IF NOT ITEM-WITHDRAWN
                               AND IT-HOME-BRANCH NOT = "ILL"
                           MOVE IT-HOME-BRANCH TO WS-FIND-BRANCH
                           PERFORM 250-FIND-BRANCH THRU 250-EXIT
                           IF WS-BT-FOUND-SUB NOT = ZERO
                               ADD 1 TO WS-BT-COPIES (WS-BT-FOUND-SUB)
                               ADD IT-COST
                                   TO WS-BT-VALUE (WS-BT-FOUND-SUB)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ITEM-FILE
           MOVE 'N' TO WS-END-OF-FILE
           MOVE SPACES TO STATS-REPORT-REC
           MOVE ZERO TO ST-ISBN
           MOVE "BY BRANCH - CHECKOUTS, COPIES" TO ST-TITLE
           WRITE STATS-REPORT-REC
           PERFORM VARYING WS-BT-SUB FROM 1 BY 1
                   UNTIL WS-BT-SUB > WS-BRANCH-COUNT
               MOVE SPACES TO STATS-REPORT-REC
               MOVE ZERO TO ST-ISBN
               STRING WS-BT-CODE (WS-BT-SUB) " "
                   WS-BT-NAME (WS-BT-SUB)
                   DELIMITED BY SIZE INTO ST-TITLE
               MOVE WS-BT-CHECKOUTS (WS-BT-SUB) TO ST-COUNT
               MOVE WS-BT-COPIES (WS-BT-SUB) TO ST-QTY
               MOVE WS-BT-VALUE (WS-BT-SUB) TO ST-VALUE
               WRITE STATS-REPORT-REC
           END-PERFORM.
       700-EXIT.
           EXIT.
      ***************************************************************
      *  The subject breakdown: load every heading, walk the catalog
      *  filing each title's checkouts under its headings, rank the
      *  headings least used first, and write one line per heading
      *  with its checkouts in the range, its titles, and the idle
      *  value of its titles with no checkouts.
      ***************************************************************
       800-WRITE-SUBJECTS.
           OPEN INPUT SUBJECT-FILE
           PERFORM UNTIL EOF
               READ SUBJECT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE SJ-SUBJECT-ID TO WS-FIND-SUBJECT
                       PERFORM 850-FIND-SUBJECT THRU 850-EXIT
                       IF WS-SB-FOUND-SUB NOT = ZERO
                           MOVE SJ-HEADING
                               TO WS-SB-HEADING (WS-SB-FOUND-SUB)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUBJECT-FILE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BOOK-FILE
           OPEN INPUT BOOK-SUBJECT-FILE
           MOVE ZERO TO BR-BOOK-ISBN
           START BOOK-FILE KEY IS NOT LESS THAN BR-BOOK-ISBN
               INVALID KEY MOVE 'Y' TO WS-END-OF-FILE
           END-START
           PERFORM UNTIL EOF
               READ BOOK-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 820-FILE-TITLE THRU 820-EXIT
               END-READ
           END-PERFORM
           CLOSE BOOK-FILE
           CLOSE BOOK-SUBJECT-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM VARYING WS-SB-SORT-I FROM 2 BY 1
                   UNTIL WS-SB-SORT-I > WS-SUBJECT-COUNT
               MOVE WS-SUBJECT-ENTRY (WS-SB-SORT-I)
                   TO WS-SB-TEMP-ENTRY
               MOVE WS-SB-SORT-I TO WS-SB-SORT-J
               PERFORM UNTIL WS-SB-SORT-J < 2
                       OR WS-SB-CHECKOUTS (WS-SB-SORT-J - 1) NOT >
                          WS-SB-TEMP-CHECKOUTS
                   MOVE WS-SUBJECT-ENTRY (WS-SB-SORT-J - 1)
                       TO WS-SUBJECT-ENTRY (WS-SB-SORT-J)
                   SUBTRACT 1 FROM WS-SB-SORT-J
               END-PERFORM
               MOVE WS-SB-TEMP-ENTRY
                   TO WS-SUBJECT-ENTRY (WS-SB-SORT-J)
           END-PERFORM
           MOVE SPACES TO STATS-REPORT-REC
           MOVE ZERO TO ST-ISBN
           MOVE "BY SUBJECT - CHECKOUTS, TITLES" TO ST-TITLE
           WRITE STATS-REPORT-REC
           PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                   UNTIL WS-SB-SUB > WS-SUBJECT-COUNT
               MOVE SPACES TO STATS-REPORT-REC
               MOVE WS-SB-ID (WS-SB-SUB) TO ST-ISBN
               MOVE WS-SB-HEADING (WS-SB-SUB) TO ST-TITLE
               MOVE WS-SB-CHECKOUTS (WS-SB-SUB) TO ST-COUNT
               MOVE WS-SB-TITLES (WS-SB-SUB) TO ST-QTY
               MOVE WS-SB-IDLE-VALUE (WS-SB-SUB) TO ST-VALUE
               WRITE STATS-REPORT-REC
           END-PERFORM.
       800-EXIT.
           EXIT.
      ***************************************************************
      *  One catalog title: its checkouts in the range, then each
      *  heading it is filed under through the link file.
      ***************************************************************
       820-FILE-TITLE.
           MOVE ZERO TO WS-BOOK-CHECKOUTS
           PERFORM VARYING WS-TT-SUB FROM 1 BY 1
                   UNTIL WS-TT-SUB > WS-TITLE-COUNT
               IF WS-TT-ISBN (WS-TT-SUB) = BR-BOOK-ISBN
                   MOVE WS-TT-CHECKOUTS (WS-TT-SUB)
                       TO WS-BOOK-CHECKOUTS
               END-IF
           END-PERFORM
           COMPUTE WS-EXT-VALUE = BR-BOOK-PRICE * BR-QTY-ON-HAND
           MOVE 'N' TO WS-TITLE-FILED
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
                       MOVE 'Y' TO WS-TITLE-FILED
                       MOVE SL-SUBJECT-ID TO WS-FIND-SUBJECT
                       PERFORM 840-ADD-TO-SUBJECT THRU 840-EXIT
                   END-IF
               END-IF
           END-PERFORM
           IF NOT TITLE-FILED
               MOVE ZERO TO WS-FIND-SUBJECT
               PERFORM 840-ADD-TO-SUBJECT THRU 840-EXIT
           END-IF.
       820-EXIT.
           EXIT.
      ***************************************************************
      *  Count the current title under WS-FIND-SUBJECT.
      ***************************************************************
       840-ADD-TO-SUBJECT.
           PERFORM 850-FIND-SUBJECT THRU 850-EXIT
           IF WS-SB-FOUND-SUB NOT = ZERO
               ADD WS-BOOK-CHECKOUTS
                   TO WS-SB-CHECKOUTS (WS-SB-FOUND-SUB)
               ADD 1 TO WS-SB-TITLES (WS-SB-FOUND-SUB)
               IF WS-BOOK-CHECKOUTS = ZERO
                   ADD WS-EXT-VALUE
                       TO WS-SB-IDLE-VALUE (WS-SB-FOUND-SUB)
               END-IF
           END-IF.
       840-EXIT.
           EXIT.
      ***************************************************************
      *  Find-or-add WS-FIND-SUBJECT in the subject table.  An ID
      *  past the table's end is not counted.
      ***************************************************************
       850-FIND-SUBJECT.
           MOVE ZERO TO WS-SB-FOUND-SUB
           PERFORM VARYING WS-SB-SUB FROM 1 BY 1
                   UNTIL WS-SB-SUB > WS-SUBJECT-COUNT
               IF WS-SB-ID (WS-SB-SUB) = WS-FIND-SUBJECT
                   MOVE WS-SB-SUB TO WS-SB-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-SB-FOUND-SUB = ZERO AND WS-SUBJECT-COUNT < 500
               ADD 1 TO WS-SUBJECT-COUNT
               MOVE WS-SUBJECT-COUNT TO WS-SB-FOUND-SUB
               MOVE WS-FIND-SUBJECT TO WS-SB-ID (WS-SB-FOUND-SUB)
               IF WS-FIND-SUBJECT = ZERO
                   MOVE "(NO SUBJECT)"
                       TO WS-SB-HEADING (WS-SB-FOUND-SUB)
               ELSE
                   MOVE "(NOT ON FILE)"
                       TO WS-SB-HEADING (WS-SB-FOUND-SUB)
               END-IF
               MOVE ZERO TO WS-SB-CHECKOUTS (WS-SB-FOUND-SUB)
               MOVE ZERO TO WS-SB-TITLES (WS-SB-FOUND-SUB)
               MOVE ZERO TO WS-SB-IDLE-VALUE (WS-SB-FOUND-SUB)
           END-IF.
       850-EXIT.
           EXIT.
