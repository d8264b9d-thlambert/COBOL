       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BOOKWEED.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Weeding withdrawal and book-sale disposal.  BOOKSTATS lists
      * the titles nobody has borrowed; this program takes the copies
      * off the books when they leave the shelf.
      *
      * The desk works from a withdrawal list, WEEDLIST.DAT - one
      * line per title with the quantity to withdraw and where the
      * copies are going: D discarded, N donated, or S sold at the
      * Friends book sale.  The list is seeded from the candidates
      * BOOKSTATS writes with its weeding section (every idle title
      * with copies on hand, the whole quantity proposed) and edited
      * title by title; a title can be added by ISBN.  Withdrawing
      * the list takes each title's quantity of copies off the shelf
      * - on-shelf copies only, lowest barcode first - and for each:
      *
      *   - the copy's status becomes W withdrawn, dated today;
      *   - a row goes on the withdrawal log, WEEDLOG.DAT, with the
      *     title, what the copy cost, when it was acquired, its
      *     home branch, and the disposition - the record the
      *     insurance inventory is taken from;
      *   - its cost is written off.
      *
      * The title's quantity on hand is re-derived from the copies
      * still on the shelf, and withdrawn lines leave the list; a
      * line with no disposition yet stays on it.
      *
      * Sale proceeds are keyed separately, one batch per sale: the
      * sale date, then each amount taken, until a blank entry.  The
      * batch is logged on BOOKSALE.DAT and recorded as a deposit on
      * FINEDEPOSIT.DAT, under BS and the date and time, for the
      * bank reconciliation to match.
      *
      * At sign-off the session's write-off posts to the designated
      * loss account (a debit) against the inventory asset account
      * BOOKLOAD posts receipts to (a credit), and the sale proceeds
      * to the cash account (a debit) against the designated sale
      * income account (a credit) - one "U" transaction per account
      * merged into COATRANSFILE.DAT.  The loss and sale income
      * accounts come off WEEDPOLICY.DAT; with none on file nothing
      * is posted.  Withdrawing copies and taking in money both need
      * a supervisor (level 3), and like the other desks the program
      * will not start while the nightly chain holds the run lock.
      *
      *   File  :  C:\COBOL\WEEDLIST.DAT
      *            C:\COBOL\BOOKCATALOG.DAT
      *            C:\COBOL\BOOKITEM.DAT
      *   Input :  C:\COBOL\WEEDCAND.DAT
      *            C:\COBOL\WEEDPOLICY.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *   Output:  C:\COBOL\WEEDLOG.DAT (extended)
      *            C:\COBOL\BOOKSALE.DAT (extended)
      *            C:\COBOL\FINEDEPOSIT.DAT (extended)
      *            J:\CS3530\COATRANSFILE.DAT (merged in, not
      *            replaced)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WEED-LIST-FILE
                 ASSIGN TO UT-SYS-WEED-LIST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WEED-CAND-FILE
                 ASSIGN TO UT-SYS-WEED-CAND-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WEED-LOG-FILE
                 ASSIGN TO UT-SYS-WEED-LOG-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BOOK-SALE-FILE
                 ASSIGN TO UT-SYS-BOOK-SALE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - WITH NO POLICY ON FILE NOTHING IS POSTED.
           SELECT OPTIONAL WEED-POLICY-FILE
                 ASSIGN TO UT-SYS-WEED-POLICY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FINE-DEPOSIT-FILE
                 ASSIGN TO UT-SYS-FINE-DEPOSIT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOOK-FILE
                 ASSIGN TO UT-SYS-BOOKFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BR-BOOK-ISBN
                 ALTERNATE RECORD KEY IS BR-BOOK-TITLE
                     WITH DUPLICATES
                 ALTERNATE RECORD KEY IS BR-AUTHOR-ID
                     WITH DUPLICATES.
           SELECT ITEM-FILE
                 ASSIGN TO UT-SYS-ITEMFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IT-BARCODE
                 ALTERNATE RECORD KEY IS IT-ISBN
                     WITH DUPLICATES.
           SELECT CGL-COA-MASTER-FILE
                 ASSIGN TO UT-SYS-COA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.
           SELECT CGL-COA-TRANS-FILE
                 ASSIGN TO UT-SYS-TRANS-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGLC-TRANS-WORK-FILE
                 ASSIGN TO UT-SYS-TRANS-WORK-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-LOCK-FILE
                 ASSIGN TO UT-SYS-BATCH-LOCK-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE WITHDRAWAL LIST - ONE LINE PER TITLE TO BE WEEDED.
       FD WEED-LIST-FILE
          RECORD CONTAINS 52 CHARACTERS.
       01 WEED-LIST-REC.
          05  WL-ISBN                              PIC 9(13).
          05  WL-TITLE                             PIC X(30).
      *    COPIES ON THE SHELF WHEN THE LINE WAS LISTED.
          05  WL-ON-HAND                           PIC 9(4).
          05  WL-QTY                               PIC 9(4).
          05  WL-DISPOSITION                       PIC X.
              88  WL-DISCARDED              VALUE "D".
              88  WL-DONATED                VALUE "N".
              88  WL-SOLD                   VALUE "S".
              88  WL-DISPOSITION-SET        VALUE "D" "N" "S".

      *    SAME LAYOUT BOOKSTATS WRITES WITH ITS WEEDING SECTION.
       FD WEED-CAND-FILE
          RECORD CONTAINS 54 CHARACTERS.
       01 WEED-CAND-REC.
          05  WC-ISBN                              PIC 9(13).
          05  WC-TITLE                             PIC X(30).
          05  WC-ON-HAND                           PIC 9(4).
          05  WC-PRICE                             PIC 9(5)V99.

      *    ONE ROW PER COPY WITHDRAWN - THE INSURANCE INVENTORY'S
      *    RECORD OF WHAT LEFT THE COLLECTION AND WHERE IT WENT.
       FD WEED-LOG-FILE
          RECORD CONTAINS 89 CHARACTERS.
       01 WEED-LOG-REC.
          05  WG-BARCODE                           PIC 9(10).
          05  WG-ISBN                              PIC 9(13).
          05  WG-TITLE                             PIC X(30).
          05  WG-ACQ-DATE                          PIC 9(8).
          05  WG-COST                              PIC 9(5)V99.
          05  WG-HOME-BRANCH                       PIC X(4).
          05  WG-DISPOSITION                       PIC X.
          05  WG-WITHDRAWN-DATE                    PIC 9(8).
          05  WG-OPERATOR-ID                       PIC X(8).

      *    ONE ROW PER AMOUNT TAKEN AT A BOOK SALE, BY BATCH.
       FD BOOK-SALE-FILE
          RECORD CONTAINS 32 CHARACTERS.
       01 BOOK-SALE-REC.
          05  BS-BATCH-NO                          PIC 9(6).
          05  BS-SALE-DATE                         PIC 9(8).
          05  BS-LINE-NO                           PIC 9(3).
          05  BS-AMOUNT                            PIC 9(5)V99.
          05  BS-OPERATOR-ID                       PIC X(8).

      *    WEEDING POLICY - THE LOSS ACCOUNT WITHDRAWN COPIES ARE
      *    WRITTEN OFF TO AND THE INCOME ACCOUNT SALE PROCEEDS POST TO.
       FD WEED-POLICY-FILE
          RECORD CONTAINS 8 CHARACTERS.
       01 WEED-POLICY-REC.
          05  WPL-LOSS-ACCT                        PIC 9(4).
          05  WPL-SALE-INCOME-ACCT                 PIC 9(4).

      *    SAME LAYOUT FINECOLLECT AND DRAWERCTL WRITE AND BANKREC
      *    MATCHES AGAINST THE STATEMENT.
       FD FINE-DEPOSIT-FILE
          RECORD CONTAINS 39 CHARACTERS.
       01 FINE-DEPOSIT-REC.
          05  FD-DEPOSIT-REF                       PIC X(14).
          05  FD-DEPOSIT-DATE                      PIC 9(8).
          05  FD-AMOUNT                            PIC 9(7)V99.
          05  FD-OPERATOR-ID                       PIC X(8).

      *    SAME LAYOUT BOOKLOAD KEEPS.
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
          05  BR-CALL-NUMBER                        PIC X(20).

      *    SAME LAYOUT BOOKLOAD KEEPS.
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
              88  ITEM-WITHDRAWN            VALUE "W".
          05  IT-STATUS-DATE                       PIC 9(8).
          05  IT-HOME-BRANCH                       PIC X(4).
          05  IT-AT-BRANCH                         PIC X(4).

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 63 CHARACTERS.
       01 CGL-COA-MSTR-REC.
          05  CGLC-MSTR-NO                         PIC 9(4).
          05  CGLC-MSTR-BEG-BALANCE                PIC S9(7)V99.
          05  CGLC-MSTR-CUR-BALANCE                PIC S9(7)V99.
          05  CGLC-MSTR-ACCT-ACTIVE                PIC X.
          05  CGLC-MSTR-ACCT-TYPE                  PIC X.
          05  CGLC-MSTR-DESCRIPTION                PIC X(30).
          05  CGLC-MSTR-EFF-DATE                   PIC 9(8).
          05  CGLC-MSTR-PEND-STATUS                PIC X.

      *    SAME 73-BYTE LAYOUT CGLFILEPROCESSING USES FOR
      *    COATRANSFILE.DAT, INCLUDING THE CTL1 CONTROL RECORD.
       FD CGL-COA-TRANS-FILE
          RECORD CONTAINS 73 CHARACTERS.
       01  CGLC-TRANS-REC.
           05  CGLC-TRANS-NO               PIC 9(4).
           05  CGLC-TRANS-BEG-BALANCE      PIC S9(7)V99.
           05  CGLC-TRANS-CUR-BALANCE      PIC S9(7)V99.
           05  CGLC-TRANS-ACCT-ACTIVE     PIC X.
           05  CGLC-TRANS-ACCT-TYPE        PIC X.
           05  CGLC-TRANS-DESCRIPTION      PIC X(30).
           05  CGLC-TRANS-TYPE             PIC X.
               88  COA-UPDATE              VALUE "U".
           05  CGLC-TRANS-EFF-DATE         PIC 9(8).
           05  CGLC-TRANS-REASON-CODE      PIC X(10).
       01  CGLC-CTL-REC.
           05  CGLC-CTL-ID                 PIC X(4).
               88  CGLC-CTL-ID-VALID       VALUE "CTL1".
           05  CGLC-CTL-REC-COUNT          PIC 9(7).
           05  CGLC-CTL-HASH-TOTAL         PIC 9(9).
           05  CGLC-CTL-BATCH-NO           PIC 9(6).
           05  FILLER                      PIC X(47).
      *    HOLDS A COPY OF COATRANSFILE.DAT'S EXISTING TRANSACTION
      *    RECORDS WHILE THE CONTROL RECORD IS BEING REBUILT - LINE
      *    SEQUENTIAL FILES CAN'T BE READ AND WRITTEN IN ONE OPEN.
       FD CGLC-TRANS-WORK-FILE
          RECORD CONTAINS 73 CHARACTERS.
       01  CGLC-TRANS-WORK-REC             PIC X(73).

       FD BATCH-LOCK-FILE
          RECORD CONTAINS 49 CHARACTERS.
       01 BATCH-LOCK-REC.
          05  LK-HOLDER                            PIC X(8).
          05  LK-TIMESTAMP                         PIC X(21).
          05  LK-STEP                              PIC X(20).

       WORKING-STORAGE SECTION.
      *    PARAMETER AREA FOR THE SHARED SIGN-ON SUBPROGRAM - SEE
      *    OPERSIGNON FOR THE AGING, LOCKOUT, AND LOGGING RULES.
       01  SIGNON-PARMS.
           05  SGN-PROGRAM-NAME            PIC X(12).
           05  SGN-UNATTENDED              PIC X.
           05  SGN-OPERATOR-ID             PIC X(8).
           05  SGN-PASSWORD                PIC X(8).
           05  SGN-AUTH-LEVEL              PIC 9.
           05  SGN-OK                      PIC X.
       01  WS-FILENAMES.
           05  UT-SYS-WEED-LIST-FILE               PIC X(50)
                                   VALUE "C:\COBOL\WEEDLIST.DAT".
           05  UT-SYS-WEED-CAND-FILE               PIC X(50)
                                   VALUE "C:\COBOL\WEEDCAND.DAT".
           05  UT-SYS-WEED-LOG-FILE                PIC X(50)
                                   VALUE "C:\COBOL\WEEDLOG.DAT".
           05  UT-SYS-BOOK-SALE-FILE               PIC X(50)
                                   VALUE "C:\COBOL\BOOKSALE.DAT".
           05  UT-SYS-WEED-POLICY-FILE             PIC X(50)
                                   VALUE "C:\COBOL\WEEDPOLICY.DAT".
           05  UT-SYS-FINE-DEPOSIT-FILE            PIC X(50)
                                   VALUE "C:\COBOL\FINEDEPOSIT.DAT".
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
           05  UT-SYS-ITEMFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-TRANS-FILE                   PIC X(50)
                                   VALUE "J:\CS3530\COATRANSFILE.DAT".
           05  UT-SYS-TRANS-WORK-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COATRANSWORK.DAT".
           05  UT-SYS-BATCH-LOCK-FILE              PIC X(50)
                                   VALUE "C:\COBOL\BATCHRUNLOCK.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                     PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP                VALUE 'Y'.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-ITEM-EOF                         PIC X
                                            VALUE 'N'.
               88  ITEM-EOF                  VALUE 'Y'.
           05  WS-TABLE-OVERFLOW                   PIC X
                                            VALUE 'N'.
               88  TABLE-OVERFLOW            VALUE 'Y'.
           05  WS-LIST-CHANGED                     PIC X
                                            VALUE 'N'.
               88  LIST-CHANGED              VALUE 'Y'.
           05  WS-POST-SWITCH                      PIC X
                                            VALUE 'Y'.
               88  POST-OK                   VALUE 'Y'.
       01  WS-MENU-CHOICE                          PIC X.
       01  WS-CONFIRM                              PIC X.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-WEED-WORK.
           05  WS-ENTER-ISBN                       PIC 9(13).
           05  WS-ENTER-QTY                        PIC 9(4).
           05  WS-ENTER-DATE                       PIC 9(8).
           05  WS-ENTER-AMOUNT                     PIC 9(5)V99.
           05  WS-TAKEN                            PIC 9(4).
           05  WS-TITLE-VALUE                      PIC 9(7)V99.
           05  WS-DISPOSITION-NAME                 PIC X(9).
      *    THE WITHDRAWAL LIST, HELD IN STORAGE WHILE THE DESK WORKS
      *    IT AND WRITTEN BACK IN FULL AT SIGN-OFF.
       01  WS-LIST-TABLE.
           05  WS-WL-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-WL-ENTRY OCCURS 1000 TIMES.
               10  WS-WL-REC                       PIC X(52).
       01  WS-WL-SUB                               PIC 9(4).
       01  WS-WL-SUB2                              PIC 9(4).
       01  WS-WL-FOUND-SUB                         PIC 9(4).
       01  WS-WL-LIMIT                             PIC 9(4)
                                            VALUE 1000.
      *    THE SALE BATCH BEING KEYED.
       01  WS-SALE-WORK.
           05  WS-NEXT-BATCH-NO                    PIC 9(6)
                                            VALUE ZERO.
           05  WS-SALE-DATE                        PIC 9(8).
           05  WS-SALE-LINES                       PIC 9(3).
           05  WS-BATCH-TOTAL                      PIC 9(7)V99.
           05  WS-SALE-AMOUNT OCCURS 500 TIMES     PIC 9(5)V99.
       01  WS-SALE-SUB                             PIC 9(3).
       01  WS-SALE-LIMIT                           PIC 9(3)
                                            VALUE 500.
      *    WEEDING POLICY LOADED AT STARTUP - ZERO ACCOUNTS MEAN
      *    NOTHING IS POSTED.
       01  WS-WEED-POLICY.
           05  WS-LOSS-ACCT                        PIC 9(4)
                                            VALUE ZERO.
           05  WS-SALE-INCOME-ACCT                 PIC 9(4)
                                            VALUE ZERO.
      *    DESIGNATED INVENTORY ASSET ACCOUNT BOOKLOAD POSTS RECEIVED
      *    STOCK TO - WITHDRAWN STOCK COMES OFF THE SAME ACCOUNT.
       01  WS-INVENTORY-ACCT                       PIC 9(4)
                                            VALUE 1300.
      *    CASH ACCOUNT SALE PROCEEDS ARE DEPOSITED INTO - THE SAME
      *    ACCOUNT FINECOLLECT POSTS THE DESK'S TAKINGS TO.
       01  WS-CASH-ACCT                            PIC 9(4)
                                            VALUE 1010.
      *    THE SESSION'S VALUE WRITTEN OFF AND PROCEEDS TAKEN IN.
       01  WS-SESSION-TOTALS.
           05  WS-WRITEOFF-TOTAL                   PIC 9(7)V99
                                            VALUE ZERO.
           05  WS-WRITEOFF-COPIES                  PIC 9(5)
                                            VALUE ZERO.
           05  WS-SALE-TOTAL                       PIC 9(7)V99
                                            VALUE ZERO.
      *    THE SIGN-OFF POSTINGS - LOSS, INVENTORY, CASH, AND SALE
      *    INCOME - HELD IN ACCOUNT-NUMBER ORDER FOR THE MERGE.
       01  WS-PENDING-TABLE.
           05  WS-PT-COUNT                         PIC 9
                                            VALUE ZERO.
           05  WS-PENDING-TRANS OCCURS 4 TIMES.
               10  WS-PT-NO                        PIC 9(4).
               10  WS-PT-BEG-BALANCE               PIC S9(7)V99.
               10  WS-PT-CUR-BALANCE               PIC S9(7)V99.
               10  WS-PT-ACCT-ACTIVE               PIC X.
               10  WS-PT-ACCT-TYPE                 PIC X.
               10  WS-PT-DESCRIPTION               PIC X(30).
       01  WS-PT-SUB                               PIC 9.
       01  WS-PT-SUB2                              PIC 9.
       01  WS-PT-HOLD                              PIC X(54).
       01  WS-POST-ACCT                            PIC 9(4).
       01  WS-POST-AMOUNT                          PIC S9(7)V99.
       01  WS-MERGE-SWITCHES.
           05  WS-MERGE-EOF                        PIC X
                                            VALUE 'N'.
               88  MERGE-EOF                 VALUE 'Y'.
           05  WS-CTL-RECORD-OK                    PIC X
                                            VALUE 'N'.
               88  CTL-RECORD-OK             VALUE 'Y'.
       01  WS-NEW-CTL-TOTALS.
           05  WS-NEW-CTL-COUNT                    PIC 9(7)
                                            VALUE ZERO.
           05  WS-NEW-CTL-HASH                     PIC 9(9)
                                            VALUE ZERO.
           05  WS-NEW-CTL-BATCH-NO                 PIC 9(6)
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Do startup tasks.
      *  Loop until the user decides to stop the program.
      *  Do ending tasks.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
      *    WITHDRAWING STOCK AND TAKING IN MONEY - SUPERVISOR ONLY.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 3
               DISPLAY "SUPERVISOR SIGN-ON REQUIRED FOR WEEDING"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           IF TABLE-OVERFLOW
               DISPLAY "WEEDLIST.DAT EXCEEDS THE LIST TABLE - "
                   "PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                   UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           GOBACK.
      ***************************************************************
      *   Display the menu and dispatch.
      ***************************************************************
       200-PROCESS-FILE.
           DISPLAY "1. SEED THE LIST FROM THE BOOKSTATS WEEDING SECTION"
           DISPLAY "2. SET A TITLE ON THE LIST"
           DISPLAY "3. SHOW THE LIST"
           DISPLAY "4. WITHDRAW THE LIST"
           DISPLAY "5. KEY BOOK SALE PROCEEDS"
           DISPLAY "6. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-SEED-LIST THRU 300-EXIT
               WHEN "2"
                   PERFORM 350-SET-TITLE THRU 350-EXIT
               WHEN "3"
                   PERFORM 380-SHOW-LIST THRU 380-EXIT
               WHEN "4"
                   PERFORM 400-WITHDRAW-LIST THRU 400-EXIT
               WHEN "5"
                   PERFORM 500-KEY-SALE THRU 500-EXIT
               WHEN "6"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Replace the list with BOOKSTATS' candidates - every idle
      *   title with copies on hand, the whole quantity proposed and
      *   no disposition yet.
      ***************************************************************
       300-SEED-LIST.
           IF WS-WL-COUNT > ZERO
               DISPLAY "THE LIST HAS " WS-WL-COUNT " TITLES - REPLACE "
                   "IT (Y/N): "
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   GO TO 300-EXIT
               END-IF
           END-IF
           MOVE ZERO TO WS-WL-COUNT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT WEED-CAND-FILE
           PERFORM UNTIL EOF
               READ WEED-CAND-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WC-ON-HAND > ZERO
                           IF WS-WL-COUNT = WS-WL-LIMIT
                               DISPLAY "LIST IS FULL AT " WS-WL-LIMIT
                                   " TITLES - REST NOT LISTED"
                               MOVE 'Y' TO WS-END-OF-FILE
                           ELSE
                               MOVE SPACES TO WEED-LIST-REC
                               MOVE WC-ISBN TO WL-ISBN
                               MOVE WC-TITLE TO WL-TITLE
                               MOVE WC-ON-HAND TO WL-ON-HAND
                               MOVE WC-ON-HAND TO WL-QTY
                               ADD 1 TO WS-WL-COUNT
                               MOVE WEED-LIST-REC
                                   TO WS-WL-REC (WS-WL-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WEED-CAND-FILE
           MOVE 'N' TO WS-END-OF-FILE
           MOVE 'Y' TO WS-LIST-CHANGED
           DISPLAY WS-WL-COUNT " TITLES LISTED FROM THE WEEDING "
               "SECTION - SET EACH ONE'S DISPOSITION BEFORE "
               "WITHDRAWING".
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Add a title to the list or change its line: the quantity
      *   to withdraw (zero takes it off) and the disposition.
      ***************************************************************
       350-SET-TITLE.
           DISPLAY "ISBN: "
           ACCEPT WS-ENTER-ISBN
           MOVE WS-ENTER-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY
                   DISPLAY "ISBN IS NOT ON THE CATALOG"
                   GO TO 350-EXIT
           END-READ
           MOVE ZERO TO WS-WL-FOUND-SUB
           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WS-WL-COUNT
               MOVE WS-WL-REC (WS-WL-SUB) TO WEED-LIST-REC
               IF WL-ISBN = WS-ENTER-ISBN
                   MOVE WS-WL-SUB TO WS-WL-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-WL-FOUND-SUB = ZERO
               IF WS-WL-COUNT = WS-WL-LIMIT
                   DISPLAY "LIST IS FULL AT " WS-WL-LIMIT " TITLES"
                   GO TO 350-EXIT
               END-IF
               MOVE SPACES TO WEED-LIST-REC
               MOVE BR-BOOK-ISBN TO WL-ISBN
               MOVE BR-BOOK-TITLE TO WL-TITLE
               MOVE ZERO TO WL-QTY
           ELSE
               MOVE WS-WL-REC (WS-WL-FOUND-SUB) TO WEED-LIST-REC
               PERFORM 390-DISPOSITION-NAME THRU 390-EXIT
               DISPLAY "LISTED TO WITHDRAW " WL-QTY " - "
                   WS-DISPOSITION-NAME
           END-IF
           MOVE BR-QTY-ON-HAND TO WL-ON-HAND
           DISPLAY BR-BOOK-TITLE " - " BR-QTY-ON-HAND " ON HAND"
           DISPLAY "QUANTITY TO WITHDRAW (0 TAKES IT OFF THE LIST): "
           MOVE ZERO TO WS-ENTER-QTY
           ACCEPT WS-ENTER-QTY
           IF WS-ENTER-QTY NOT NUMERIC
               MOVE ZERO TO WS-ENTER-QTY
           END-IF
           IF WS-ENTER-QTY = ZERO
               IF WS-WL-FOUND-SUB NOT = ZERO
                   PERFORM 360-DROP-LINE THRU 360-EXIT
                   DISPLAY "TITLE TAKEN OFF THE LIST"
               END-IF
               GO TO 350-EXIT
           END-IF
           IF WS-ENTER-QTY > BR-QTY-ON-HAND
               DISPLAY "ONLY " BR-QTY-ON-HAND " COPIES ARE ON THE "
                   "SHELF - LINE NOT CHANGED"
               GO TO 350-EXIT
           END-IF
           MOVE WS-ENTER-QTY TO WL-QTY
           DISPLAY "DISPOSITION (D=DISCARDED N=DONATED S=SOLD): "
           ACCEPT WL-DISPOSITION
           IF NOT WL-DISPOSITION-SET
               DISPLAY "INVALID DISPOSITION - LINE NOT CHANGED"
               GO TO 350-EXIT
           END-IF
           IF WS-WL-FOUND-SUB = ZERO
               ADD 1 TO WS-WL-COUNT
               MOVE WS-WL-COUNT TO WS-WL-FOUND-SUB
           END-IF
           MOVE WEED-LIST-REC TO WS-WL-REC (WS-WL-FOUND-SUB)
           MOVE 'Y' TO WS-LIST-CHANGED
           DISPLAY "LINE SET".
       350-EXIT.
           EXIT.
      ***************************************************************
      *   Close up the list over the line at WS-WL-FOUND-SUB.
      ***************************************************************
       360-DROP-LINE.
           PERFORM VARYING WS-WL-SUB2 FROM WS-WL-FOUND-SUB BY 1
                   UNTIL WS-WL-SUB2 NOT < WS-WL-COUNT
               MOVE WS-WL-REC (WS-WL-SUB2 + 1) TO WS-WL-REC (WS-WL-SUB2)
           END-PERFORM
           SUBTRACT 1 FROM WS-WL-COUNT
           MOVE 'Y' TO WS-LIST-CHANGED.
       360-EXIT.
           EXIT.
      ***************************************************************
      *   Show the list, one line per title.
      ***************************************************************
       380-SHOW-LIST.
           IF WS-WL-COUNT = ZERO
               DISPLAY "THE LIST IS EMPTY"
               GO TO 380-EXIT
           END-IF
           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WS-WL-COUNT
               MOVE WS-WL-REC (WS-WL-SUB) TO WEED-LIST-REC
               PERFORM 390-DISPOSITION-NAME THRU 390-EXIT
               DISPLAY WL-ISBN " " WL-TITLE " " WL-QTY " OF "
                   WL-ON-HAND " " WS-DISPOSITION-NAME
           END-PERFORM
           DISPLAY WS-WL-COUNT " TITLES ON THE LIST".
       380-EXIT.
           EXIT.
      ***************************************************************
      *   The line's disposition in words for the desk.
      ***************************************************************
       390-DISPOSITION-NAME.
           EVALUATE TRUE
               WHEN WL-DISCARDED
                   MOVE "DISCARDED" TO WS-DISPOSITION-NAME
               WHEN WL-DONATED
                   MOVE "DONATED" TO WS-DISPOSITION-NAME
               WHEN WL-SOLD
                   MOVE "SOLD" TO WS-DISPOSITION-NAME
               WHEN OTHER
                   MOVE "NOT SET" TO WS-DISPOSITION-NAME
           END-EVALUATE.
       390-EXIT.
           EXIT.
      ***************************************************************
      *   Withdraw every line with a disposition set.  Withdrawn
      *   lines leave the list; the rest wait.
      ***************************************************************
       400-WITHDRAW-LIST.
           MOVE ZERO TO WS-TAKEN
           PERFORM VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WS-WL-COUNT
               MOVE WS-WL-REC (WS-WL-SUB) TO WEED-LIST-REC
               IF WL-DISPOSITION-SET AND WL-QTY > ZERO
                   ADD 1 TO WS-TAKEN
               END-IF
           END-PERFORM
           IF WS-TAKEN = ZERO
               DISPLAY "NO LINE ON THE LIST HAS A DISPOSITION SET"
               GO TO 400-EXIT
           END-IF
           DISPLAY "WITHDRAW " WS-TAKEN " TITLES (Y/N): "
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               GO TO 400-EXIT
           END-IF
           OPEN EXTEND WEED-LOG-FILE
           MOVE 1 TO WS-WL-SUB
           PERFORM UNTIL WS-WL-SUB > WS-WL-COUNT
               MOVE WS-WL-REC (WS-WL-SUB) TO WEED-LIST-REC
               IF WL-DISPOSITION-SET AND WL-QTY > ZERO
                   PERFORM 420-WITHDRAW-TITLE THRU 420-EXIT
                   MOVE WS-WL-SUB TO WS-WL-FOUND-SUB
                   PERFORM 360-DROP-LINE THRU 360-EXIT
               ELSE
                   ADD 1 TO WS-WL-SUB
               END-IF
           END-PERFORM
           CLOSE WEED-LOG-FILE
           DISPLAY "WITHDRAWN THIS SESSION - " WS-WRITEOFF-COPIES
               " COPIES, VALUE " WS-WRITEOFF-TOTAL.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Withdraw one title's quantity of on-shelf copies, log
      *   each, and re-derive what is left on the shelf.
      ***************************************************************
       420-WITHDRAW-TITLE.
           MOVE WL-ISBN TO BR-BOOK-ISBN
           READ BOOK-FILE
               INVALID KEY
                   DISPLAY "ISBN " WL-ISBN " IS NO LONGER ON THE "
                       "CATALOG - NOTHING WITHDRAWN"
                   GO TO 420-EXIT
           END-READ
           MOVE ZERO TO WS-TAKEN WS-TITLE-VALUE
           MOVE 'N' TO WS-ITEM-EOF
           MOVE WL-ISBN TO IT-ISBN
           START ITEM-FILE KEY IS EQUAL TO IT-ISBN
               INVALID KEY MOVE 'Y' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL ITEM-EOF OR WS-TAKEN NOT < WL-QTY
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ITEM-EOF
               END-READ
               IF NOT ITEM-EOF
                   IF IT-ISBN NOT = WL-ISBN
                       MOVE 'Y' TO WS-ITEM-EOF
                   ELSE
                       IF ITEM-ON-SHELF
                           PERFORM 440-WITHDRAW-COPY THRU 440-EXIT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ITEM-EOF
           PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT
           IF WS-TAKEN < WL-QTY
               DISPLAY WL-TITLE " - ONLY " WS-TAKEN " OF " WL-QTY
                   " COPIES WERE ON THE SHELF"
           END-IF
           DISPLAY WL-TITLE " - " WS-TAKEN " WITHDRAWN, VALUE "
               WS-TITLE-VALUE ", " BR-QTY-ON-HAND " LEFT ON HAND".
       420-EXIT.
           EXIT.
      ***************************************************************
      *   Mark one copy withdrawn and put it on the log.
      ***************************************************************
       440-WITHDRAW-COPY.
           MOVE "W" TO IT-STATUS
           MOVE WS-TODAY-DATE TO IT-STATUS-DATE
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING COPY " IT-BARCODE
                   GO TO 440-EXIT
           END-REWRITE
           MOVE SPACES TO WEED-LOG-REC
           MOVE IT-BARCODE TO WG-BARCODE
           MOVE IT-ISBN TO WG-ISBN
           MOVE WL-TITLE TO WG-TITLE
           MOVE IT-ACQ-DATE TO WG-ACQ-DATE
           MOVE IT-COST TO WG-COST
           MOVE IT-HOME-BRANCH TO WG-HOME-BRANCH
           MOVE WL-DISPOSITION TO WG-DISPOSITION
           MOVE WS-TODAY-DATE TO WG-WITHDRAWN-DATE
           MOVE WS-OPERATOR-ID TO WG-OPERATOR-ID
           WRITE WEED-LOG-REC
           ADD 1 TO WS-TAKEN
           ADD 1 TO WS-WRITEOFF-COPIES
           ADD IT-COST TO WS-TITLE-VALUE
           ADD IT-COST TO WS-WRITEOFF-TOTAL.
       440-EXIT.
           EXIT.
      ***************************************************************
      *   Key one book sale's proceeds as a batch: the sale date,
      *   then each amount taken until a blank entry.  Nothing is
      *   recorded until the batch total is confirmed.
      ***************************************************************
       500-KEY-SALE.
           DISPLAY "SALE DATE (YYYYMMDD, ENTER FOR TODAY): "
           MOVE ZERO TO WS-ENTER-DATE
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE NOT NUMERIC OR WS-ENTER-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-ENTER-DATE
           END-IF
           MOVE WS-ENTER-DATE TO WS-SALE-DATE
           MOVE ZERO TO WS-SALE-LINES WS-BATCH-TOTAL
           PERFORM UNTIL WS-SALE-LINES NOT < WS-SALE-LIMIT
               DISPLAY "AMOUNT (99999.99, ENTER WHEN DONE): "
               MOVE ZERO TO WS-ENTER-AMOUNT
               ACCEPT WS-ENTER-AMOUNT
               IF WS-ENTER-AMOUNT NOT NUMERIC
                   MOVE ZERO TO WS-ENTER-AMOUNT
               END-IF
               IF WS-ENTER-AMOUNT = ZERO
                   GO TO 510-TOTAL-BATCH
               END-IF
               ADD 1 TO WS-SALE-LINES
               MOVE WS-ENTER-AMOUNT TO WS-SALE-AMOUNT (WS-SALE-LINES)
               ADD WS-ENTER-AMOUNT TO WS-BATCH-TOTAL
               DISPLAY "LINE " WS-SALE-LINES " - RUNNING TOTAL "
                   WS-BATCH-TOTAL
           END-PERFORM
           DISPLAY WS-SALE-LIMIT " LINES IS THE MOST ONE BATCH TAKES".
       510-TOTAL-BATCH.
           IF WS-SALE-LINES = ZERO
               DISPLAY "NO AMOUNTS KEYED - NOTHING RECORDED"
               GO TO 500-EXIT
           END-IF
           ADD 1 TO WS-NEXT-BATCH-NO
           DISPLAY "BATCH " WS-NEXT-BATCH-NO " SALE OF " WS-SALE-DATE
               " - " WS-SALE-LINES " AMOUNTS, TOTAL " WS-BATCH-TOTAL
           DISPLAY "RECORD THE BATCH (Y/N): "
           MOVE SPACE TO WS-CONFIRM
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y"
               DISPLAY "BATCH NOT RECORDED"
               SUBTRACT 1 FROM WS-NEXT-BATCH-NO
               GO TO 500-EXIT
           END-IF
           OPEN EXTEND BOOK-SALE-FILE
           PERFORM VARYING WS-SALE-SUB FROM 1 BY 1
                   UNTIL WS-SALE-SUB > WS-SALE-LINES
               MOVE WS-NEXT-BATCH-NO TO BS-BATCH-NO
               MOVE WS-SALE-DATE TO BS-SALE-DATE
               MOVE WS-SALE-SUB TO BS-LINE-NO
               MOVE WS-SALE-AMOUNT (WS-SALE-SUB) TO BS-AMOUNT
               MOVE WS-OPERATOR-ID TO BS-OPERATOR-ID
               WRITE BOOK-SALE-REC
           END-PERFORM
           CLOSE BOOK-SALE-FILE
           PERFORM 550-RECORD-DEPOSIT THRU 550-EXIT
           ADD WS-BATCH-TOTAL TO WS-SALE-TOTAL
           DISPLAY "BATCH " WS-NEXT-BATCH-NO " RECORDED".
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Log the batch as a deposit of its own, under BS and the
      *   date and time, for the bank reconciliation to match
      *   against the statement.
      ***************************************************************
       550-RECORD-DEPOSIT.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND FINE-DEPOSIT-FILE
           MOVE SPACES TO FINE-DEPOSIT-REC
           STRING "BS" WS-TIMESTAMP (3:12)
               DELIMITED BY SIZE INTO FD-DEPOSIT-REF
           MOVE WS-SALE-DATE TO FD-DEPOSIT-DATE
           MOVE WS-BATCH-TOTAL TO FD-AMOUNT
           MOVE WS-OPERATOR-ID TO FD-OPERATOR-ID
           WRITE FINE-DEPOSIT-REC
           CLOSE FINE-DEPOSIT-FILE.
       550-EXIT.
           EXIT.
      ***************************************************************
      *   The title's quantity on hand: its items on the shelf.
      ***************************************************************
       780-DERIVE-ON-HAND.
           MOVE ZERO TO BR-QTY-ON-HAND
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
                       IF ITEM-ON-SHELF
                           ADD 1 TO BR-QTY-ON-HAND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ITEM-EOF
           REWRITE BOOK-REC
               INVALID KEY DISPLAY "ERROR UPDATING BOOK RECORD"
           END-REWRITE.
       780-EXIT.
           EXIT.
      ***************************************************************
      *   Post the session: the write-off to the loss account (a
      *   debit, an increase) against inventory (a credit, a
      *   decrease), and the sale proceeds to cash (a debit) against
      *   sale income (a credit) - one "U" transaction per account
      *   merged into COATRANSFILE.DAT.
      ***************************************************************
       800-POST-WEEDING.
           IF WS-LOSS-ACCT = ZERO OR WS-SALE-INCOME-ACCT = ZERO
               DISPLAY "NO WEEDING POLICY ON FILE - WRITE-OFF "
                   WS-WRITEOFF-TOTAL " AND SALE PROCEEDS "
                   WS-SALE-TOTAL " NOT POSTED"
               GO TO 800-EXIT
           END-IF
           MOVE ZERO TO WS-PT-COUNT
           MOVE 'Y' TO WS-POST-SWITCH
           OPEN INPUT CGL-COA-MASTER-FILE
           IF WS-WRITEOFF-TOTAL NOT = ZERO
               MOVE WS-LOSS-ACCT TO WS-POST-ACCT
               MOVE WS-WRITEOFF-TOTAL TO WS-POST-AMOUNT
               PERFORM 820-ADD-PENDING THRU 820-EXIT
               MOVE WS-INVENTORY-ACCT TO WS-POST-ACCT
               COMPUTE WS-POST-AMOUNT = ZERO - WS-WRITEOFF-TOTAL
               PERFORM 820-ADD-PENDING THRU 820-EXIT
           END-IF
           IF WS-SALE-TOTAL NOT = ZERO
               MOVE WS-CASH-ACCT TO WS-POST-ACCT
               MOVE WS-SALE-TOTAL TO WS-POST-AMOUNT
               PERFORM 820-ADD-PENDING THRU 820-EXIT
               MOVE WS-SALE-INCOME-ACCT TO WS-POST-ACCT
               COMPUTE WS-POST-AMOUNT = ZERO - WS-SALE-TOTAL
               PERFORM 820-ADD-PENDING THRU 820-EXIT
           END-IF
           CLOSE CGL-COA-MASTER-FILE
           IF NOT POST-OK
               DISPLAY "WEEDING NOT POSTED - WRITE-OFF "
                   WS-WRITEOFF-TOTAL ", SALE PROCEEDS " WS-SALE-TOTAL
               GO TO 800-EXIT
           END-IF
      *    THE MERGED RECORDS GO ON IN ACCOUNT-NUMBER ORDER.
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB NOT < WS-PT-COUNT
               PERFORM VARYING WS-PT-SUB2 FROM 1 BY 1
                       UNTIL WS-PT-SUB2 NOT < WS-PT-COUNT
                   IF WS-PT-NO (WS-PT-SUB2 + 1) < WS-PT-NO (WS-PT-SUB2)
                       MOVE WS-PENDING-TRANS (WS-PT-SUB2)
                           TO WS-PT-HOLD
                       MOVE WS-PENDING-TRANS (WS-PT-SUB2 + 1)
                           TO WS-PENDING-TRANS (WS-PT-SUB2)
                       MOVE WS-PT-HOLD
                           TO WS-PENDING-TRANS (WS-PT-SUB2 + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM 710-COPY-BODY-TO-WORK THRU 710-EXIT
           IF CTL-RECORD-OK
               PERFORM 720-REWRITE-TRANS-FILE THRU 720-EXIT
               DISPLAY "WEEDING POSTED - WRITE-OFF " WS-WRITEOFF-TOTAL
                   ", SALE PROCEEDS " WS-SALE-TOTAL
           END-IF.
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Look up WS-POST-ACCT and hold its new balance - moved by
      *   WS-POST-AMOUNT - for the merge.  An account not on the
      *   COA master stops the whole posting.
      ***************************************************************
       820-ADD-PENDING.
           MOVE WS-POST-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT " WS-POST-ACCT
                       " NOT ON THE COA MASTER"
                   MOVE 'N' TO WS-POST-SWITCH
                   GO TO 820-EXIT
           END-READ
           ADD 1 TO WS-PT-COUNT
           MOVE WS-POST-ACCT TO WS-PT-NO (WS-PT-COUNT)
           MOVE CGLC-MSTR-BEG-BALANCE
               TO WS-PT-BEG-BALANCE (WS-PT-COUNT)
           COMPUTE WS-PT-CUR-BALANCE (WS-PT-COUNT) =
               CGLC-MSTR-CUR-BALANCE + WS-POST-AMOUNT
           MOVE CGLC-MSTR-ACCT-ACTIVE
               TO WS-PT-ACCT-ACTIVE (WS-PT-COUNT)
           MOVE CGLC-MSTR-ACCT-TYPE TO WS-PT-ACCT-TYPE (WS-PT-COUNT)
           MOVE CGLC-MSTR-DESCRIPTION
               TO WS-PT-DESCRIPTION (WS-PT-COUNT).
       820-EXIT.
           EXIT.
      ***************************************************************
      *   Read COATRANSFILE.DAT's existing control record and copy
      *   its existing transaction records off to a work file.
      ***************************************************************
       710-COPY-BODY-TO-WORK.
           MOVE 'N' TO WS-MERGE-EOF
           MOVE 'N' TO WS-CTL-RECORD-OK
           MOVE ZERO TO WS-NEW-CTL-COUNT WS-NEW-CTL-HASH
           OPEN INPUT CGL-COA-TRANS-FILE
           OPEN OUTPUT CGLC-TRANS-WORK-FILE
           READ CGL-COA-TRANS-FILE
               AT END MOVE 'Y' TO WS-MERGE-EOF
           END-READ
           IF MERGE-EOF OR NOT CGLC-CTL-ID-VALID
               DISPLAY "MISSING OR INVALID CTL1 CONTROL RECORD ON ",
                       "COATRANSFILE.DAT - WEEDING NOT POSTED"
           ELSE
               MOVE 'Y' TO WS-CTL-RECORD-OK
               MOVE CGLC-CTL-REC-COUNT TO WS-NEW-CTL-COUNT
               MOVE CGLC-CTL-HASH-TOTAL TO WS-NEW-CTL-HASH
               MOVE CGLC-CTL-BATCH-NO TO WS-NEW-CTL-BATCH-NO
               PERFORM UNTIL MERGE-EOF
                   READ CGL-COA-TRANS-FILE
                       AT END MOVE 'Y' TO WS-MERGE-EOF
                       NOT AT END
                           WRITE CGLC-TRANS-WORK-REC FROM CGLC-TRANS-REC
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CGL-COA-TRANS-FILE.
           CLOSE CGLC-TRANS-WORK-FILE.
       710-EXIT.
           EXIT.
      ***************************************************************
      *   Rewrite COATRANSFILE.DAT: the updated control record, the
      *   records copied off in 710, then the postings.
      ***************************************************************
       720-REWRITE-TRANS-FILE.
           ADD WS-PT-COUNT TO WS-NEW-CTL-COUNT
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               ADD WS-PT-NO (WS-PT-SUB) TO WS-NEW-CTL-HASH
           END-PERFORM
           OPEN OUTPUT CGL-COA-TRANS-FILE
           MOVE SPACES TO CGLC-CTL-REC
           MOVE "CTL1" TO CGLC-CTL-ID
           MOVE WS-NEW-CTL-COUNT TO CGLC-CTL-REC-COUNT
           MOVE WS-NEW-CTL-HASH TO CGLC-CTL-HASH-TOTAL
      *    THE MERGE STARTS NEW POSTING WORK, SO A FRESH BATCH
      *    SERIAL IS STAMPED.
           ADD 1 TO WS-NEW-CTL-BATCH-NO
           MOVE WS-NEW-CTL-BATCH-NO TO CGLC-CTL-BATCH-NO
           WRITE CGLC-CTL-REC
           OPEN INPUT CGLC-TRANS-WORK-FILE
           MOVE 'N' TO WS-MERGE-EOF
           PERFORM UNTIL MERGE-EOF
               READ CGLC-TRANS-WORK-FILE
                   AT END MOVE 'Y' TO WS-MERGE-EOF
                   NOT AT END
                       MOVE CGLC-TRANS-WORK-REC TO CGLC-TRANS-REC
                       WRITE CGLC-TRANS-REC
               END-READ
           END-PERFORM
           CLOSE CGLC-TRANS-WORK-FILE
           PERFORM VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
               MOVE WS-PT-NO (WS-PT-SUB) TO CGLC-TRANS-NO
               MOVE WS-PT-BEG-BALANCE (WS-PT-SUB)
                   TO CGLC-TRANS-BEG-BALANCE
               MOVE WS-PT-CUR-BALANCE (WS-PT-SUB)
                   TO CGLC-TRANS-CUR-BALANCE
               MOVE WS-PT-ACCT-ACTIVE (WS-PT-SUB)
                   TO CGLC-TRANS-ACCT-ACTIVE
               MOVE WS-PT-ACCT-TYPE (WS-PT-SUB)
                   TO CGLC-TRANS-ACCT-TYPE
               MOVE WS-PT-DESCRIPTION (WS-PT-SUB)
                   TO CGLC-TRANS-DESCRIPTION
               MOVE "U" TO CGLC-TRANS-TYPE
               MOVE ZERO TO CGLC-TRANS-EFF-DATE
               MOVE SPACES TO CGLC-TRANS-REASON-CODE
               WRITE CGLC-TRANS-REC
           END-PERFORM
           CLOSE CGL-COA-TRANS-FILE.
       720-EXIT.
           EXIT.
      ***************************************************************
      *   Check the run lock, open the files, load the policy and
      *   the list, find the last sale batch, and sign on.
      ***************************************************************
       900-INITIALIZATION.
           PERFORM 045-CHECK-RUN-LOCK THRU 045-EXIT.
           OPEN I-O BOOK-FILE.
           OPEN I-O ITEM-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE.
           OPEN INPUT WEED-POLICY-FILE.
           READ WEED-POLICY-FILE
               AT END CONTINUE
               NOT AT END
                   IF WPL-LOSS-ACCT NUMERIC
                           AND WPL-SALE-INCOME-ACCT NUMERIC
                       MOVE WPL-LOSS-ACCT TO WS-LOSS-ACCT
                       MOVE WPL-SALE-INCOME-ACCT
                           TO WS-SALE-INCOME-ACCT
                   END-IF
           END-READ.
           CLOSE WEED-POLICY-FILE.
           MOVE ZERO TO WS-WL-COUNT.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT WEED-LIST-FILE.
           PERFORM UNTIL EOF OR TABLE-OVERFLOW
               READ WEED-LIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-WL-COUNT = WS-WL-LIMIT
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       ELSE
                           ADD 1 TO WS-WL-COUNT
                           MOVE WEED-LIST-REC
                               TO WS-WL-REC (WS-WL-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE WEED-LIST-FILE.
           MOVE 'N' TO WS-END-OF-FILE.
           OPEN INPUT BOOK-SALE-FILE.
           PERFORM UNTIL EOF
               READ BOOK-SALE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF BS-BATCH-NO > WS-NEXT-BATCH-NO
                           MOVE BS-BATCH-NO TO WS-NEXT-BATCH-NO
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BOOK-SALE-FILE.
           MOVE 'N' TO WS-END-OF-FILE.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
       900-EXIT.
           EXIT.
      ***************************************************************
      *   Refuse to start while the nightly chain holds the system
      *   run-lock.
      ***************************************************************
       045-CHECK-RUN-LOCK.
           OPEN INPUT BATCH-LOCK-FILE
           READ BATCH-LOCK-FILE
               AT END CONTINUE
               NOT AT END
                   DISPLAY "BATCH RUN IN PROGRESS - LOCK HELD BY "
                       LK-HOLDER " SINCE " LK-TIMESTAMP
                   DISPLAY "THE SHARED MASTERS ARE NOT AVAILABLE - "
                       "PROGRAM ENDED"
                   CLOSE BATCH-LOCK-FILE
                   GOBACK
           END-READ
           CLOSE BATCH-LOCK-FILE.
       045-EXIT.
           EXIT.
      ***************************************************************
      *   Validate the operator against the central operator master.
      ***************************************************************
       050-SIGN-ON.
           MOVE "BOOKWEED" TO SGN-PROGRAM-NAME
           MOVE "N" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTH-LEVEL TO WS-AUTH-LEVEL
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      *****************************************************************
      *   Write the list back, post the session, and close the files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           IF LIST-CHANGED
               OPEN OUTPUT WEED-LIST-FILE
               PERFORM VARYING WS-WL-SUB FROM 1 BY 1
                       UNTIL WS-WL-SUB > WS-WL-COUNT
                   MOVE WS-WL-REC (WS-WL-SUB) TO WEED-LIST-REC
                   WRITE WEED-LIST-REC
               END-PERFORM
               CLOSE WEED-LIST-FILE
           END-IF.
           IF WS-WRITEOFF-TOTAL NOT = ZERO OR WS-SALE-TOTAL NOT = ZERO
               PERFORM 800-POST-WEEDING THRU 800-EXIT
           END-IF.
           CLOSE BOOK-FILE.
           CLOSE ITEM-FILE.
       910-EXIT.
           EXIT.
