      * ISBN.  LOANINQ answers "who has this book / what does this
      * patron have out" and LOANOVERDUE lists every open loan past
      * its due date.
      *
      * Circulation is now by copy.  Every physical copy is an item
      * on BOOKITEM.DAT under its own barcode, with a condition and
      * a status (on shelf, on loan, lost, withdrawn, in repair).
      * The desk scans the copy's barcode: a checkout takes an
      * on-shelf copy and the loan carries its barcode; a check-in,
      * renewal, or lost/found disposition finds the loan by that
      * barcode, so the copy itself says who had it.  A copy coming
      * back damaged goes to repair instead of the shelf, and a copy
      * can be sent to or returned from repair on its own.  The
      * catalog's quantity on hand is re-derived after every change
      * as the count of the title's copies on the shelf.  A hold is
      * placed by ISBN (barcode 0), since the patron wants the
      * title, not a particular copy.
      *
      * The main library and the branch share this catalog, so the
      * desk signs on to its branch and every circulation history
      * row carries it.  A copy may come back at either branch: one
      * returned away from its home branch goes in transit home,
      * and a copy wanted by the oldest waiting hold goes to that
      * hold's pickup branch instead.  A hold names the branch the
      * patron will collect at, and when no copy is on that
      * branch's shelf a copy on the other's is pulled and sent.
      * Each move is a transfer on BOOKTRANSFER.DAT, received at the
      * far end through BOOKXFER.
      *
      * A filled hold puts its copy on the hold shelf: the copy
      * leaves the quantity on hand and can be checked out only to
      * the patron it is held for, which collects the hold.  The
      * hold carries the copy's barcode and a pickup-by date, the
      * hold days of the patron's type on the type policy.  The
      * nightly HOLDEXPIRE run expires holds not collected by then
      * and passes the copy to the next patron in line.
      *
      * A patron's card expires on the date PATRONMAINT set when it
      * added or last renewed them.  A checkout on an expired card
      * is refused outright, with no supervisor override, until the
      * card is renewed.
      *
      * A book borrowed from another library through ILLMAINT has a
      * temporary copy homed at pseudo-branch ILL.  It is lent only
      * to the patron whose interlibrary loan request brought it in,
      * due on the date the lender set, and cannot be renewed; its
      * check-in marks the request back from the patron and keeps
      * the copy at the desk to go back to the lender.
      *****************************************************************

       ENVIRONMENT DIVISION.
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
           SELECT BOOK-CIRC-HISTORY-FILE
                 ASSIGN TO UT-SYS-CIRC-HISTORY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS HD-HOLD-KEY.
           SELECT OPTIONAL BRANCH-MASTER-FILE
                 ASSIGN TO UT-SYS-BRANCHFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BM-CODE.
           SELECT OPTIONAL TRANSFER-FILE
                 ASSIGN TO UT-SYS-TRANSFERFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS TR-KEY.
           SELECT OPTIONAL ILL-REQUEST-FILE
                 ASSIGN TO UT-SYS-ILL-REQUEST-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IL-REQUEST-NO
                 ALTERNATE RECORD KEY IS IL-BARCODE
                     WITH DUPLICATES.
      *    OPTIONAL - WITH NO TYPE POLICY ON FILE THE BUILT-IN
      *    DEFAULTS APPLY.
           SELECT OPTIONAL PATRON-TYPE-FILE

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

       FD BOOK-CIRC-HISTORY-FILE
          RECORD CONTAINS 47 CHARACTERS.
       01 BOOK-CIRC-HISTORY-REC.
          05  BCH-BOOK-ISBN                         PIC 9(13).
          05  BCH-TRANS-TYPE                        PIC X.
          05  BCH-TIMESTAMP                         PIC X(21).
      *    WHO CHECKED THIS BOOK IN/OUT.  SEE REQUEST 033.
          05  BCH-OPERATOR-ID                       PIC X(8).
      *    THE BRANCH WHOSE DESK RECORDED THE TRANSACTION.
          05  BCH-BRANCH                            PIC X(4).

       FD PATRON-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 136 CHARACTERS.
       01 PATRON-MASTER-REC.
          05  PM-PATRON-ID                         PIC 9(5).
          05  PM-NAME                              PIC X(30).
      *    LONGER MEANS DIALING PM-PHONE ONE ROW AT A TIME.
          05  PM-ADDRESS                           PIC X(30).
          05  PM-CITY-ST-ZIP                       PIC X(30).
      *    FILLED HOLDS THE PATRON NEVER COLLECTED - HOLDEXPIRE ADDS
      *    ONE FOR EVERY HOLD IT EXPIRES.
          05  PM-NO-SHOW-COUNT                     PIC 9(3).
      *    THE CARD'S EXPIRATION DATE, FROM THE CARD MONTHS OF THE
      *    PATRON'S TYPE, AND THE DAY PATRONMAINT LAST ADDED OR
      *    RENEWED THE PATRON.  BOTH ZERO ON A PATRON ADDED BEFORE
      *    CARDS EXPIRED, WHOSE CARD IS GOOD UNTIL FIRST RENEWED.
          05  PM-CARD-EXPIRES                      PIC 9(8).
          05  PM-RENEWED-DATE                      PIC 9(8).
      *    SET WHEN PATRONREFER SENDS THE PATRON'S UNPAID CHARGES TO
      *    THE COLLECTION AGENCY (THE PATRON IS BLOCKED AT THE SAME
      *    TIME) - ZERO WHILE THE ACCOUNT IS THE LIBRARY'S OWN.
          05  PM-REFERRAL-DATE                     PIC 9(8).

      *    ONE LOAN PER CHECKOUT, KEYED ISBN + PATRON + CHECKOUT
      *    TIMESTAMP SO THE SAME PATRON CAN BORROW THE SAME TITLE
      *    AGAIN LATER.  A CHECK-IN CLOSES THE LOAN IN PLACE.
       FD LOAN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 61 CHARACTERS.
       01 LOAN-REC.
          05  LN-LOAN-KEY.
              10  LN-ISBN                          PIC 9(13).
      *    ONLY SO MANY TIMES, AND A WAITING HOLD OUTRANKS THE
      *    HOLDER.
          05  LN-RENEWAL-COUNT                     PIC 99.
      *    THE PHYSICAL COPY ON LOAN - ITS BOOKITEM.DAT BARCODE.
          05  LN-BARCODE                           PIC 9(10).

      *    RESERVATION QUEUE - PATRON HOLDS PER ISBN IN REQUEST
      *    ORDER.  A CHECKOUT THAT FINDS NO COPIES QUEUES A HOLD
      *    RESTOCKING THE COPY.
       FD HOLD-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 60 CHARACTERS.
       01 HOLD-REC.
          05  HD-HOLD-KEY.
              10  HD-ISBN                          PIC 9(13).
          05  HD-STATUS                            PIC X.
              88  HOLD-WAITING              VALUE "W".
              88  HOLD-FILLED               VALUE "F".
      *    A COPY IS ON ITS WAY TO THE PICKUP BRANCH FOR IT.
              88  HOLD-IN-TRANSIT           VALUE "T".
      *    THE PATRON TOOK THE COPY HOME, OR NEVER CAME FOR IT AND
      *    HOLDEXPIRE PASSED IT ON.
              88  HOLD-COLLECTED            VALUE "C".
              88  HOLD-EXPIRED              VALUE "X".
      *    THE BRANCH THE PATRON WILL COLLECT THE COPY AT.
          05  HD-PICKUP-BRANCH                     PIC X(4).
      *    ONCE FILLED: THE DAY THE COPY WENT ON THE HOLD SHELF, THE
      *    LAST DAY THE PATRON MAY COLLECT IT, AND THE COPY ITSELF.
          05  HD-FILLED-DATE                       PIC 9(8).
          05  HD-PICKUP-BY                         PIC 9(8).
          05  HD-BARCODE                           PIC 9(10).

       FD BRANCH-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 26 CHARACTERS.
       01 BRANCH-MASTER-REC.
          05  BM-CODE                              PIC X(4).
          05  BM-NAME                              PIC X(20).
          05  BM-TRANSIT-DAYS                      PIC 9(2).

      *    ONE RECORD PER COPY SENT BETWEEN BRANCHES, OPEN UNTIL THE
      *    RECEIVING BRANCH SCANS IT IN THROUGH BOOKXFER.
       FD TRANSFER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 66 CHARACTERS.
       01 TRANSFER-REC.
          05  TR-KEY.
              10  TR-BARCODE                       PIC 9(10).
              10  TR-SENT-TS                       PIC X(14).
          05  TR-ISBN                              PIC 9(13).
          05  TR-FROM-BRANCH                       PIC X(4).
          05  TR-TO-BRANCH                         PIC X(4).
          05  TR-REASON                            PIC X.
              88  TR-RETURN-HOME            VALUE "R".
              88  TR-FOR-HOLD               VALUE "H".
              88  TR-MANUAL                 VALUE "M".
      *    FOR A HOLD TRANSFER, THE HOLD'S SEQUENCE UNDER TR-ISBN.
          05  TR-HOLD-SEQ                          PIC 9(3).
          05  TR-STATUS                            PIC X.
              88  TR-IN-TRANSIT             VALUE "T".
              88  TR-RECEIVED               VALUE "C".
          05  TR-RECEIVED-DATE                     PIC 9(8).
          05  TR-OPERATOR-ID                       PIC X(8).

      *    PATRON TYPE POLICY - PER TYPE, THE MAXIMUM OPEN LOANS,
      *    THE LOAN PERIOD IN DAYS, THE DAYS A FILLED HOLD WAITS ON
      *    THE HOLD SHELF FOR THE PATRON TO COLLECT IT, AND THE
      *    MONTHS A NEW OR RENEWED CARD IS GOOD FOR (PATRONMAINT).
       FD PATRON-TYPE-FILE
          RECORD CONTAINS 9 CHARACTERS.
       01 PATRON-TYPE-REC.
          05  PT-TYPE                              PIC X.
          05  PT-MAX-LOANS                         PIC 99.
          05  PT-LOAN-DAYS                         PIC 99.
          05  PT-HOLD-DAYS                         PIC 99.
          05  PT-CARD-MONTHS                       PIC 99.

      *    FINE POLICY - THE PER-DAY RATE, THE GRACE DAYS BEFORE IT
      *    STARTS, AND THE INCOME ACCOUNT COLLECTED FINES POST TO.
       FD FINE-POLICY-FILE
          RECORD CONTAINS 15 CHARACTERS.
       01 FINE-POLICY-REC.
          05  FP-DAILY-RATE                        PIC 9(3)V99.
          05  FP-GRACE-DAYS                        PIC 99.
          05  FP-INCOME-ACCT                       PIC 9(4).
      *    WHERE A CASH DRAWER'S OVERAGE OR SHORTAGE POSTS AT
      *    DRAWERCTL CLOSE-OUT.
          05  FP-OVER-SHORT-ACCT                   PIC 9(4).

      *    PATRON CHARGES - ONE ROW PER FINE ASSESSED (AND, FOR THE
      *    LOST-BOOK PATH, PER REPLACEMENT BILLED).  FINECOLLECT
      *    WORKS THE OPEN ROWS: TAKE PAYMENT OR WAIVE WITH A REASON.
       FD PATRON-CHARGES-FILE
          RECORD CONTAINS 71 CHARACTERS.
       01 PATRON-CHARGES-REC.
          05  PC-PATRON-ID                         PIC 9(5).
          05  PC-ISBN                              PIC 9(13).
              88  PC-WAIVED                 VALUE "W".
          05  PC-REASON                            PIC X(20).
          05  PC-OPERATOR-ID                       PIC X(8).
      *    THE DAY A ROW WAS PAID OR WAIVED - ZERO WHILE IT IS OPEN.
          05  PC-SETTLED-DATE                      PIC 9(8).

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 73 CHARACTERS.
       01  CGLC-TRANS-WORK-REC             PIC X(73).

      *    SAME LAYOUT ILLMAINT KEEPS.
       FD ILL-REQUEST-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 131 CHARACTERS.
       01 ILL-REQUEST-REC.
          05  IL-REQUEST-NO                        PIC 9(6).
          05  IL-DIRECTION                         PIC X.
              88  IL-BORROWING              VALUE "B".
              88  IL-LENDING                VALUE "L".
          05  IL-PARTNER-ID                        PIC X(6).
          05  IL-PATRON-ID                         PIC 9(5).
          05  IL-ISBN                              PIC 9(13).
          05  IL-TITLE                             PIC X(30).
          05  IL-BARCODE                           PIC 9(10).
          05  IL-STATUS                            PIC X.
              88  IL-RECEIVED               VALUE "V".
              88  IL-CHECKED-OUT            VALUE "O".
              88  IL-BACK-FROM-PATRON       VALUE "P".
          05  IL-REQUEST-DATE                      PIC 9(8).
          05  IL-SHIPPED-DATE                      PIC 9(8).
          05  IL-RECEIVED-DATE                     PIC 9(8).
          05  IL-DUE-DATE                          PIC 9(8).
          05  IL-RETURNED-DATE                     PIC 9(8).
          05  IL-FEE                               PIC 9(3)V99.
          05  IL-POSTAGE                           PIC 9(3)V99.
          05  IL-TEMP-TITLE                        PIC X.
          05  IL-OPERATOR-ID                       PIC X(8).

      *    SYSTEM RUN-LOCK SET BY CGLBATCHDRIVER WHILE THE NIGHTLY
      *    CHAIN HOLDS THE SHARED MASTERS - AN ONLINE SCREEN LEFT
      *    OPEN OVERNIGHT CAN NO LONGER INTERLEAVE ITS REWRITES WITH
       01 WS-FILES.
          05  UT-SYS-BOOKFILE                       PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
          05  UT-SYS-ITEMFILE                       PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
          05  UT-SYS-BATCH-LOCK-FILE                PIC X(50)
                                   VALUE "C:\COBOL\BATCHRUNLOCK.DAT".
          05  UT-SYS-CIRC-HISTORY-FILE              PIC X(50)
                                   VALUE "C:\COBOL\LOANFILE.DAT".
          05  UT-SYS-HOLDFILE                       PIC X(50)
                                   VALUE "C:\COBOL\HOLDFILE.DAT".
          05  UT-SYS-BRANCHFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BRANCHMASTER.DAT".
          05  UT-SYS-TRANSFERFILE                   PIC X(50)
                                   VALUE "C:\COBOL\BOOKTRANSFER.DAT".
          05  UT-SYS-ILL-REQUEST-FILE               PIC X(50)
                                   VALUE "C:\COBOL\ILLREQUEST.DAT".
          05  UT-SYS-FINE-POLICY-FILE               PIC X(50)
                                   VALUE "C:\COBOL\FINEPOLICY.DAT".
          05  UT-SYS-PATRON-TYPE-FILE               PIC X(50)
      *    TWO-WEEK LOAN PERIOD.
           05  WS-LOAN-DAYS                         PIC 99
                                            VALUE 14.
      *    ONE WEEK TO COLLECT A FILLED HOLD.
           05  WS-HOLD-DAYS                         PIC 99
                                            VALUE 7.
      *    A LOAN MAY BE RENEWED ONLY THIS MANY TIMES.
           05  WS-MAX-RENEWALS                      PIC 99
                                            VALUE 2.
               10  WS-PT-TYPE                       PIC X.
               10  WS-PT-MAX-LOANS                  PIC 99.
               10  WS-PT-LOAN-DAYS                  PIC 99.
               10  WS-PT-HOLD-DAYS                  PIC 99.
       01  WS-TYPE-SUB                              PIC 99.
      *    CHECKOUT BLOCKING POLICY: A PATRON WITH A LOAN PAST DUE
      *    BY MORE THAN THE DAY THRESHOLD, OR UNPAID CHARGES OVER
           05  WS-CHG-COUNT                         PIC 9(4)
                                            VALUE ZERO.
           05  WS-CHG-ENTRY OCCURS 2000 TIMES.
               10  WS-CHG-REC                       PIC X(71).
       01  WS-CHG-SUB                               PIC 9(4).
       01  WS-PENDING-TRANS.
           05  WS-PT-NO                             PIC 9(4).
                                            VALUE 'N'.
               88  HOLD-FOUND                VALUE 'Y'.
           05  WS-NEXT-HOLD-SEQ                     PIC 9(3).
           05  WS-SHELF-HOLD-FOUND                  PIC X
                                            VALUE 'N'.
               88  SHELF-HOLD-FOUND          VALUE 'Y'.
           05  WS-PICKUP-INT                        PIC 9(8).
      *    THE SCANNED COPY AND THE LOAN THAT HAS IT.
       01  WS-ITEM-WORK.
           05  WS-ITEM-FOUND                        PIC X
                                            VALUE 'N'.
               88  ITEM-FOUND                VALUE 'Y'.
           05  WS-ITEM-EOF                          PIC X
                                            VALUE 'N'.
               88  ITEM-EOF                  VALUE 'Y'.
           05  WS-ITEM-STATUS-NAME                  PIC X(10).
           05  WS-WANT-LOAN-STATUS                  PIC X.
           05  WS-NEW-CONDITION                     PIC X.
               88  CONDITION-VALID           VALUE "N" "G" "F"
                                                   "P" "D".
           05  WS-DISPOSITION                       PIC X.
               88  DISPOSITION-LOST          VALUE "L" "l".
               88  DISPOSITION-DAMAGED       VALUE "D" "d".
           05  WS-SAVE-STATUS                       PIC X.
               88  SAVED-ON-SHELF            VALUE "S".
               88  SAVED-IN-TRANSIT          VALUE "T".
               88  SAVED-ILL                 VALUE "B".
      *    THE INTERLIBRARY LOAN REQUEST BEHIND A BORROWED COPY.
       01  WS-ILL-WORK.
      *    THE PSEUDO-BRANCH A BORROWED BOOK'S COPY IS HOMED AT.
           05  WS-ILL-BRANCH                        PIC X(4)
                                            VALUE "ILL".
           05  WS-ILL-FOUND                         PIC X
                                            VALUE 'N'.
               88  ILL-FOUND                 VALUE 'Y'.
           05  WS-ILL-EOF                           PIC X
                                            VALUE 'N'.
               88  ILL-EOF                   VALUE 'Y'.
           05  WS-WANT-ILL-STATUS                   PIC X.
      *    THE DESK'S BRANCH, AND WHERE A COPY IS ROUTED FROM HERE.
       01  WS-BRANCH-WORK.
           05  WS-DESK-BRANCH                       PIC X(4)
                                            VALUE SPACES.
           05  WS-BRANCH-OK                         PIC X
                                            VALUE 'N'.
               88  BRANCH-OK                 VALUE 'Y'.
           05  WS-ROUTE-BRANCH                      PIC X(4).
           05  WS-ROUTE-FOR-HOLD                    PIC X
                                            VALUE 'N'.
               88  ROUTE-FOR-HOLD            VALUE 'Y'.
           05  WS-COPY-ROUTED                       PIC X
                                            VALUE 'N'.
               88  COPY-ROUTED               VALUE 'Y'.
           05  WS-XFER-FROM                         PIC X(4).
           05  WS-XFER-REASON                       PIC X.
           05  WS-PICKUP-BRANCH                     PIC X(4).
           05  WS-SCAN-BRANCH                       PIC X(4).
           05  WS-HERE-COUNT                        PIC 9(4).
           05  WS-PULL-BARCODE                      PIC 9(10).
           05  WS-HERE-BARCODE                      PIC 9(10).

       PROCEDURE DIVISION.
      *************************************************************
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           IF SIGNON-OK AND NOT BRANCH-OK
               DISPLAY "BRANCH NOT ON FILE - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           PERFORM 200-PROCESS-FILE THRU 200-EXIT
                    UNTIL OK-TO-STOP.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *     Prompt for a copy's barcode and a circulation choice,
      *     then apply it to that copy and its title.  Barcode 0
      *     places a hold on a title by ISBN instead.
      ***************************************************************
       200-PROCESS-FILE.
           MOVE 'F' TO WS-RECORD-NOT-FOUND
           DISPLAY "ENTER ITEM BARCODE (0 TO PLACE A HOLD BY ISBN): "
           ACCEPT IT-BARCODE
           IF IT-BARCODE = ZERO
               PERFORM 360-HOLD-BY-ISBN THRU 360-EXIT
               GO TO 200-ASK-STOP
           END-IF
           PERFORM 740-READ-ITEM THRU 740-EXIT
           IF ITEM-FOUND
               MOVE IT-ISBN TO BR-BOOK-ISBN
               PERFORM 700-READ-BOOK-MASTER THRU 700-EXIT
           END-IF
           IF BOOK-FOUND
               PERFORM 750-ITEM-STATUS-NAME THRU 750-EXIT
               DISPLAY BR-BOOK-TITLE
               DISPLAY "COPY " IT-BARCODE " - " WS-ITEM-STATUS-NAME
                   " - CONDITION " IT-CONDITION
               DISPLAY "1. CHECK OUT A COPY"
               DISPLAY "2. CHECK IN A COPY"
               DISPLAY "3. RENEW A LOAN"
               DISPLAY "4. LOST/DAMAGED DISPOSITION"
               DISPLAY "5. FOUND-BOOK REVERSAL"
               DISPLAY "6. REPAIR / CONDITION UPDATE"
               DISPLAY "ENTER CHOICE: "
               ACCEPT WS-MENU-CHOICE
               IF WS-MENU-CHOICE = 1
                               IF WS-MENU-CHOICE = 5
                                   PERFORM 560-FOUND-BOOK
                                       THRU 560-EXIT
                               ELSE
                                   IF WS-MENU-CHOICE = 6
                                       PERFORM 580-CONDITION-UPDATE
                                           THRU 580-EXIT
                                   END-IF
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
       200-ASK-STOP.
           DISPLAY "STOP NOW? (Y TO STOP)"
           ACCEPT WS-STOP-PROGRAM.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Lend the scanned copy if it is on the shelf.  The copy
      *   goes on loan, the loan carries its barcode, and the
      *   title's quantity on hand is re-derived from its copies.
      *   A copy on the hold shelf goes only to the patron it is
      *   held for, and lending it collects their hold.
      ***************************************************************
       300-CHECK-OUT.
           IF ITEM-ON-SHELF OR ITEM-ON-HOLD-SHELF OR ITEM-ILL-BORROWED
               PERFORM 320-GET-PATRON THRU 320-EXIT
               IF NOT PATRON-FOUND
                   DISPLAY "PATRON NOT ON FILE - NOT CHECKED OUT"
                   GO TO 300-EXIT
               END-IF
               MOVE 'N' TO WS-SHELF-HOLD-FOUND
               IF ITEM-ON-HOLD-SHELF
                   PERFORM 305-CHECK-HOLD-SHELF THRU 305-EXIT
                   IF NOT CHECKOUT-OK
                       GO TO 300-EXIT
                   END-IF
               END-IF
               MOVE 'N' TO WS-ILL-FOUND
               IF ITEM-ILL-BORROWED
                   PERFORM 307-CHECK-ILL-REQUEST THRU 307-EXIT
                   IF NOT CHECKOUT-OK
                       GO TO 300-EXIT
                   END-IF
               END-IF
               PERFORM 310-CHECK-PATRON-POLICY THRU 310-EXIT
               IF NOT CHECKOUT-OK
                   GO TO 300-EXIT
               END-IF
      *        THE COPY IS IN HAND AT THIS DESK, WHATEVER THE FILE
      *        LAST SAID.
               IF IT-AT-BRANCH NOT = WS-DESK-BRANCH
                   DISPLAY "NOTE - COPY WAS RECORDED AT BRANCH "
                       IT-AT-BRANCH
                   MOVE WS-DESK-BRANCH TO IT-AT-BRANCH
               END-IF
               MOVE "L" TO IT-STATUS
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP (1:8) TO IT-STATUS-DATE
               REWRITE ITEM-REC
                   INVALID KEY DISPLAY "ERROR UPDATING ITEM RECORD"
                   NOT INVALID KEY
                       MOVE "O" TO BCH-TRANS-TYPE
                       PERFORM 450-WRITE-CIRC-HISTORY THRU 450-EXIT
                       PERFORM 330-WRITE-LOAN THRU 330-EXIT
               END-REWRITE
               IF ILL-FOUND
                   MOVE "O" TO IL-STATUS
                   MOVE WS-OPERATOR-ID TO IL-OPERATOR-ID
                   REWRITE ILL-REQUEST-REC
                       INVALID KEY DISPLAY "ERROR UPDATING ILL REQUEST"
                   END-REWRITE
               END-IF
               IF SHELF-HOLD-FOUND
                   MOVE "C" TO HD-STATUS
                   REWRITE HOLD-REC
                       INVALID KEY DISPLAY "ERROR UPDATING HOLD"
                       NOT INVALID KEY
                           DISPLAY "HOLD " HD-SEQ " COLLECTED"
                   END-REWRITE
               END-IF
               PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT
               DISPLAY "BOOK CHECKED OUT TO " PM-NAME
               DISPLAY "DUE BACK " WS-DUE-DATE " - QTY ON HAND: ",
                       BR-QTY-ON-HAND
           ELSE
               DISPLAY "THIS COPY IS " WS-ITEM-STATUS-NAME
                   " - NOT AVAILABLE TO CHECK OUT"
               IF BR-QTY-ON-HAND = ZERO
                   DISPLAY "NO COPIES ON THE SHELF - "
                       "PLACE A HOLD FOR A PATRON? (Y): "
                   ACCEPT WS-WANT-HOLD
                   IF WANT-HOLD
                       PERFORM 350-PLACE-HOLD THRU 350-EXIT
                   END-IF
               END-IF
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   The copy is on the hold shelf: find the filled hold it was
      *   set aside for.  Anyone but that hold's patron is refused;
      *   a copy on the hold shelf with no filled hold on file is
      *   lent as if it were on the shelf.
      ***************************************************************
       305-CHECK-HOLD-SHELF.
           MOVE 'Y' TO WS-CHECKOUT-OK
           MOVE 'N' TO WS-HOLD-EOF
           MOVE IT-ISBN TO HD-ISBN
           MOVE ZERO TO HD-SEQ
           START HOLD-FILE KEY IS NOT LESS THAN HD-HOLD-KEY
               INVALID KEY MOVE 'Y' TO WS-HOLD-EOF
           END-START
           PERFORM UNTIL HOLD-EOF OR SHELF-HOLD-FOUND
               READ HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-HOLD-EOF
               END-READ
               IF NOT HOLD-EOF
                   IF HD-ISBN NOT = IT-ISBN
                       MOVE 'Y' TO WS-HOLD-EOF
                   ELSE
                       IF HOLD-FILLED AND HD-BARCODE = IT-BARCODE
                           MOVE 'Y' TO WS-SHELF-HOLD-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-HOLD-EOF
           IF NOT SHELF-HOLD-FOUND
               DISPLAY "NOTE - NO FILLED HOLD ON FILE FOR THIS COPY"
               GO TO 305-EXIT
           END-IF
           IF HD-PATRON-ID NOT = PM-PATRON-ID
               MOVE 'N' TO WS-CHECKOUT-OK
               DISPLAY "COPY IS ON THE HOLD SHELF FOR PATRON "
                   HD-PATRON-ID " - NOT CHECKED OUT"
           END-IF.
       305-EXIT.
           EXIT.
      ***************************************************************
      *   The copy was borrowed from another library: find the
      *   interlibrary loan request it came in on.  It goes only to
      *   the patron who asked for it.
      ***************************************************************
       307-CHECK-ILL-REQUEST.
           MOVE 'Y' TO WS-CHECKOUT-OK
           MOVE "V" TO WS-WANT-ILL-STATUS
           PERFORM 490-FIND-ILL-REQUEST THRU 490-EXIT
           IF NOT ILL-FOUND
               MOVE 'N' TO WS-CHECKOUT-OK
               DISPLAY "NO RECEIVED ILL REQUEST ON FILE FOR THIS "
                   "COPY - NOT CHECKED OUT"
               GO TO 307-EXIT
           END-IF
           IF IL-PATRON-ID NOT = PM-PATRON-ID
               MOVE 'N' TO WS-CHECKOUT-OK
               DISPLAY "COPY WAS BORROWED FOR PATRON " IL-PATRON-ID
                   " - NOT CHECKED OUT"
           END-IF.
       307-EXIT.
           EXIT.
      ***************************************************************
      *   Enforce the checkout policy for the patron just fetched:
      *   blocked standing, the type's open-loan limit, loans too
      *   far overdue, and unpaid charges over the threshold all
           MOVE 'Y' TO WS-CHECKOUT-OK
           MOVE SPACES TO WS-REFUSE-REASON
           PERFORM 315-SET-LOAN-PERIOD THRU 315-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
      *    AN EXPIRED CARD IS RENEWED THROUGH PATRONMAINT BEFORE
      *    ANYTHING MORE GOES OUT ON IT - THERE IS NO OVERRIDE.
           IF PM-CARD-EXPIRES NUMERIC AND PM-CARD-EXPIRES > ZERO
                   AND PM-CARD-EXPIRES < WS-TODAY-DATE
               MOVE 'N' TO WS-CHECKOUT-OK
               DISPLAY "CHECKOUT REFUSED - CARD EXPIRED "
                   PM-CARD-EXPIRES " - RENEW IT FIRST"
               GO TO 310-EXIT
           END-IF
           IF PM-BLOCKED
               MOVE 'N' TO WS-CHECKOUT-OK
               MOVE "PATRON IS BLOCKED" TO WS-REFUSE-REASON
           END-IF
      *    COUNT THE PATRON'S OPEN LOANS AND LOOK FOR ONE TOO FAR
      *    PAST DUE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           MOVE ZERO TO WS-OPEN-LOAN-COUNT
           EXIT.
      ***************************************************************
      *   The loan period for the patron's type, with the built-in
      *   two weeks for a type not on the policy file - and the
      *   days the type is given to collect a filled hold, one week
      *   when the policy has none.
      ***************************************************************
       315-SET-LOAN-PERIOD.
           MOVE 14 TO WS-LOAN-DAYS
           MOVE 10 TO WS-MAX-LOANS
           MOVE 7 TO WS-HOLD-DAYS
           PERFORM VARYING WS-TYPE-SUB FROM 1 BY 1
                   UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
               IF WS-PT-TYPE (WS-TYPE-SUB) = PM-PATRON-TYPE
                       TO WS-LOAN-DAYS
                   MOVE WS-PT-MAX-LOANS (WS-TYPE-SUB)
                       TO WS-MAX-LOANS
                   IF WS-PT-HOLD-DAYS (WS-TYPE-SUB) NUMERIC
                       AND WS-PT-HOLD-DAYS (WS-TYPE-SUB) > ZERO
                       MOVE WS-PT-HOLD-DAYS (WS-TYPE-SUB)
                           TO WS-HOLD-DAYS
                   END-IF
               END-IF
           END-PERFORM.
       315-EXIT.
           EXIT.
      ***************************************************************
      *   Record the open loan: who has the book and when it is due
      *   back (two weeks from today).  A borrowed book is due on
      *   the date its lender set.
      ***************************************************************
       330-WRITE-LOAN.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-LOAN-DAYS
           COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           IF ILL-FOUND
               MOVE IL-DUE-DATE TO WS-DUE-DATE
           END-IF
           MOVE BR-BOOK-ISBN TO LN-ISBN
           MOVE PM-PATRON-ID TO LN-PATRON-ID
           MOVE WS-TIMESTAMP (1:14) TO LN-CHECKOUT-TS
           MOVE IT-BARCODE TO LN-BARCODE
           MOVE WS-DUE-DATE TO LN-DUE-DATE
           MOVE ZERO TO LN-RETURN-DATE
           MOVE "O" TO LN-STATUS
           EXIT.
      ***************************************************************
      *   Queue a hold for the next free copy of this title, behind
      *   whoever asked before, to be collected at the branch the
      *   patron names.  A copy sitting on a shelf at some other
      *   branch is pulled and sent to the pickup branch at once.
      ***************************************************************
       350-PLACE-HOLD.
           PERFORM 320-GET-PATRON THRU 320-EXIT
               DISPLAY "PATRON NOT ON FILE - NO HOLD PLACED"
               GO TO 350-EXIT
           END-IF
           IF PM-NO-SHOW-COUNT NUMERIC AND PM-NO-SHOW-COUNT > ZERO
               DISPLAY "NOTE - PATRON HAS LET " PM-NO-SHOW-COUNT
                   " FILLED HOLDS EXPIRE UNCOLLECTED"
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           IF PM-CARD-EXPIRES NUMERIC AND PM-CARD-EXPIRES > ZERO
                   AND PM-CARD-EXPIRES < WS-TIMESTAMP (1:8)
               DISPLAY "NOTE - CARD EXPIRED " PM-CARD-EXPIRES
                   " - IT MUST BE RENEWED BEFORE THE HOLD IS COLLECTED"
           END-IF
           MOVE SPACES TO WS-PICKUP-BRANCH
           DISPLAY "PICKUP BRANCH (ENTER FOR " WS-DESK-BRANCH "): "
           ACCEPT WS-PICKUP-BRANCH
           IF WS-PICKUP-BRANCH = SPACES
               MOVE WS-DESK-BRANCH TO WS-PICKUP-BRANCH
           END-IF
           MOVE WS-PICKUP-BRANCH TO BM-CODE
           READ BRANCH-MASTER-FILE
               INVALID KEY
                   DISPLAY "BRANCH NOT ON FILE - NO HOLD PLACED"
                   GO TO 350-EXIT
           END-READ
      *    THE NEXT SEQUENCE FOR THIS ISBN IS ONE PAST THE HIGHEST
      *    ALREADY QUEUED.
           MOVE ZERO TO WS-NEXT-HOLD-SEQ
           MOVE PM-PATRON-ID TO HD-PATRON-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO HD-REQUEST-DATE
           MOVE WS-PICKUP-BRANCH TO HD-PICKUP-BRANCH
           MOVE "W" TO HD-STATUS
           WRITE HOLD-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING HOLD"
                   GO TO 350-EXIT
           END-WRITE
           DISPLAY "HOLD PLACED FOR " PM-NAME " - POSITION " HD-SEQ
               " - PICKUP AT " BM-NAME
           PERFORM 355-PULL-COPY THRU 355-EXIT.
       350-EXIT.
           EXIT.
      ***************************************************************
      *   A hold is on the title, not a copy: ask for the ISBN and
      *   queue the hold when no copy is on this branch's shelf to
      *   lend.
      ***************************************************************
       360-HOLD-BY-ISBN.
           DISPLAY "ENTER ISBN: "
           ACCEPT BR-BOOK-ISBN
           PERFORM 700-READ-BOOK-MASTER THRU 700-EXIT.
           IF NOT BOOK-FOUND
               GO TO 360-EXIT
           END-IF
           DISPLAY BR-BOOK-TITLE
           MOVE WS-DESK-BRANCH TO WS-SCAN-BRANCH
           PERFORM 380-SCAN-SHELF-COPIES THRU 380-EXIT
           IF WS-HERE-COUNT > ZERO
               DISPLAY WS-HERE-COUNT " COPIES ON THE SHELF HERE - "
                   "CHECK ONE OUT INSTEAD OF PLACING A HOLD"
           ELSE
               PERFORM 350-PLACE-HOLD THRU 350-EXIT
           END-IF.
       360-EXIT.
           EXIT.
      ***************************************************************
      *   The hold just queued wants a copy at its pickup branch.
      *   If one is on the shelf there it goes on the hold shelf
      *   and the hold is filled; otherwise the first copy on
      *   a shelf anywhere else is pulled - it goes in transit to
      *   the pickup branch, a transfer is logged, and the hold is
      *   marked in transit until the copy is received there.
      ***************************************************************
       355-PULL-COPY.
           MOVE WS-PICKUP-BRANCH TO WS-SCAN-BRANCH
           PERFORM 380-SCAN-SHELF-COPIES THRU 380-EXIT
           IF WS-HERE-COUNT > ZERO
               MOVE WS-HERE-BARCODE TO IT-BARCODE
               PERFORM 740-READ-ITEM THRU 740-EXIT
               IF NOT ITEM-FOUND
                   GO TO 355-EXIT
               END-IF
               DISPLAY "*** COPY " IT-BARCODE " IS ON THE SHELF AT "
                   WS-PICKUP-BRANCH " - SET IT ASIDE FOR THIS HOLD"
               PERFORM 445-SET-ON-HOLD-SHELF THRU 445-EXIT
               PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT
               GO TO 355-EXIT
           END-IF
           IF WS-PULL-BARCODE = ZERO
               GO TO 355-EXIT
           END-IF
           MOVE WS-PULL-BARCODE TO IT-BARCODE
           PERFORM 740-READ-ITEM THRU 740-EXIT
           IF NOT ITEM-FOUND
               GO TO 355-EXIT
           END-IF
           MOVE IT-AT-BRANCH TO WS-XFER-FROM
           MOVE WS-PICKUP-BRANCH TO IT-AT-BRANCH
           MOVE "T" TO IT-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO IT-STATUS-DATE
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING ITEM RECORD"
                   GO TO 355-EXIT
           END-REWRITE
           MOVE "H" TO WS-XFER-REASON
           PERFORM 475-WRITE-TRANSFER THRU 475-EXIT
           MOVE "T" TO HD-STATUS
           REWRITE HOLD-REC
               INVALID KEY DISPLAY "ERROR UPDATING HOLD"
           END-REWRITE
           DISPLAY "*** COPY " IT-BARCODE " PULLED FROM "
               WS-XFER-FROM " - IN TRANSIT TO " WS-PICKUP-BRANCH
           PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT.
       355-EXIT.
           EXIT.
      ***************************************************************
      *   Count this title's copies on the shelf at WS-SCAN-BRANCH
      *   and note the first of them, and note the first copy on a
      *   shelf at any other branch in case one has to be pulled.
      ***************************************************************
       380-SCAN-SHELF-COPIES.
           MOVE ZERO TO WS-HERE-COUNT
           MOVE ZERO TO WS-PULL-BARCODE
           MOVE ZERO TO WS-HERE-BARCODE
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
                           IF IT-AT-BRANCH = WS-SCAN-BRANCH
                               ADD 1 TO WS-HERE-COUNT
                               IF WS-HERE-BARCODE = ZERO
                                   MOVE IT-BARCODE TO WS-HERE-BARCODE
                               END-IF
                           ELSE
                               IF WS-PULL-BARCODE = ZERO
                                   MOVE IT-BARCODE TO WS-PULL-BARCODE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ITEM-EOF.
       380-EXIT.
           EXIT.
      ***************************************************************
      *   Check in the scanned copy.  The open loan carrying its
      *   barcode says who had it; that loan closes (with any late
      *   fine) and the copy's condition is taken on return.  A
      *   damaged copy goes to repair at this branch; anything else
      *   is routed - to this shelf, or in transit to the pickup
      *   branch of a waiting hold or to its own home branch.
      ***************************************************************
       400-CHECK-IN.
           IF NOT ITEM-ON-LOAN
               DISPLAY "THIS COPY IS " WS-ITEM-STATUS-NAME
                   " - NOT OUT ON LOAN, NOT CHECKED IN"
               GO TO 400-EXIT
           END-IF
           MOVE "O" TO WS-WANT-LOAN-STATUS
           PERFORM 425-FIND-COPY-LOAN THRU 425-EXIT
           IF LOAN-FOUND
               DISPLAY "ON LOAN TO " PM-PATRON-ID " " PM-NAME
           END-IF
           PERFORM 470-ASK-CONDITION THRU 470-EXIT
           MOVE 'N' TO WS-COPY-ROUTED
           EVALUATE TRUE
      *        A BORROWED BOOK STAYS AT THIS DESK, DAMAGED OR NOT,
      *        TO GO BACK TO ITS LENDER.
               WHEN IT-HOME-BRANCH = WS-ILL-BRANCH
                   MOVE "B" TO IT-STATUS
                   MOVE WS-DESK-BRANCH TO IT-AT-BRANCH
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP (1:8) TO IT-STATUS-DATE
      *        A DAMAGED COPY IS REPAIRED WHERE IT CAME BACK.
               WHEN IT-DAMAGED
                   MOVE "R" TO IT-STATUS
                   MOVE WS-DESK-BRANCH TO IT-AT-BRANCH
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP (1:8) TO IT-STATUS-DATE
               WHEN OTHER
                   PERFORM 460-ROUTE-COPY THRU 460-EXIT
           END-EVALUATE
           MOVE IT-STATUS TO WS-SAVE-STATUS
           REWRITE ITEM-REC
               INVALID KEY DISPLAY "ERROR UPDATING ITEM RECORD"
               NOT INVALID KEY
                   MOVE "I" TO BCH-TRANS-TYPE
                   PERFORM 450-WRITE-CIRC-HISTORY THRU 450-EXIT
                   PERFORM 430-CLOSE-LOAN THRU 430-EXIT
           END-REWRITE
           IF COPY-ROUTED
               PERFORM 465-FINISH-ROUTE THRU 465-EXIT
           END-IF
           IF SAVED-ILL
               PERFORM 485-ILL-BACK-FROM-PATRON THRU 485-EXIT
           END-IF
           PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT
           EVALUATE TRUE
               WHEN SAVED-ILL
                   DISPLAY "BOOK CHECKED IN - INTERLIBRARY LOAN COPY, "
                       "HOLD IT FOR RETURN TO " IL-PARTNER-ID
               WHEN SAVED-ON-SHELF
                   DISPLAY "BOOK CHECKED IN - QTY ON HAND: ",
                       BR-QTY-ON-HAND
               WHEN SAVED-IN-TRANSIT
                   DISPLAY "BOOK CHECKED IN - IN TRANSIT TO "
                       WS-ROUTE-BRANCH ", QTY ON HAND: "
                       BR-QTY-ON-HAND
               WHEN OTHER
                   DISPLAY "BOOK CHECKED IN DAMAGED - COPY SENT FOR "
                       "REPAIR, QTY ON HAND: " BR-QTY-ON-HAND
           END-EVALUATE.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   A borrowed book is back from our patron: its interlibrary
      *   loan request is marked so, ready to go back to the lender
      *   through ILLMAINT.
      ***************************************************************
       485-ILL-BACK-FROM-PATRON.
           MOVE "O" TO WS-WANT-ILL-STATUS
           PERFORM 490-FIND-ILL-REQUEST THRU 490-EXIT
           IF NOT ILL-FOUND
               DISPLAY "NOTE - NO CHECKED-OUT ILL REQUEST ON FILE "
                   "FOR THIS COPY"
               MOVE SPACES TO IL-PARTNER-ID
               GO TO 485-EXIT
           END-IF
           MOVE "P" TO IL-STATUS
           MOVE WS-OPERATOR-ID TO IL-OPERATOR-ID
           REWRITE ILL-REQUEST-REC
               INVALID KEY DISPLAY "ERROR UPDATING ILL REQUEST"
               NOT INVALID KEY
                   DISPLAY "ILL REQUEST " IL-REQUEST-NO
                       " - BACK FROM PATRON"
           END-REWRITE.
       485-EXIT.
           EXIT.
      ***************************************************************
      *   Find the borrowing request in WS-WANT-ILL-STATUS for the
      *   scanned copy through the request file's barcode key.
      ***************************************************************
       490-FIND-ILL-REQUEST.
           MOVE 'N' TO WS-ILL-FOUND
           MOVE 'N' TO WS-ILL-EOF
           MOVE IT-BARCODE TO IL-BARCODE
           START ILL-REQUEST-FILE KEY IS EQUAL TO IL-BARCODE
               INVALID KEY MOVE 'Y' TO WS-ILL-EOF
           END-START
           PERFORM UNTIL ILL-EOF OR ILL-FOUND
               READ ILL-REQUEST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ILL-EOF
               END-READ
               IF NOT ILL-EOF
                   IF IL-BARCODE NOT = IT-BARCODE
                       MOVE 'Y' TO WS-ILL-EOF
                   ELSE
                       IF IL-BORROWING
                               AND IL-STATUS = WS-WANT-ILL-STATUS
                           MOVE 'Y' TO WS-ILL-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-ILL-EOF.
       490-EXIT.
           EXIT.
      ***************************************************************
      *   Find the loan carrying the scanned copy's barcode in the
      *   wanted status (open or lost) and fetch the patron who has
      *   it.  The loans for the copy's ISBN are read in key order.
      ***************************************************************
       425-FIND-COPY-LOAN.
           MOVE 'N' TO WS-LOAN-FOUND
           MOVE 'N' TO WS-PATRON-FOUND
           MOVE 'N' TO WS-LOAN-EOF
           MOVE IT-ISBN TO LN-ISBN
           MOVE ZERO TO LN-PATRON-ID
           MOVE LOW-VALUES TO LN-CHECKOUT-TS
           START LOAN-FILE KEY IS NOT LESS THAN LN-LOAN-KEY
               INVALID KEY MOVE 'Y' TO WS-LOAN-EOF
           END-START
           PERFORM UNTIL LOAN-EOF OR LOAN-FOUND
               READ LOAN-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-LOAN-EOF
               END-READ
               IF NOT LOAN-EOF
                   IF LN-ISBN NOT = IT-ISBN
                       MOVE 'Y' TO WS-LOAN-EOF
                   ELSE
                       IF LN-BARCODE = IT-BARCODE
                               AND LN-STATUS = WS-WANT-LOAN-STATUS
                           MOVE 'Y' TO WS-LOAN-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-LOAN-EOF
           IF LOAN-FOUND
               MOVE LN-PATRON-ID TO PM-PATRON-ID
               READ PATRON-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO PM-NAME
                       MOVE SPACES TO PM-PATRON-TYPE
                   NOT INVALID KEY MOVE 'Y' TO WS-PATRON-FOUND
               END-READ
           END-IF.
       425-EXIT.
           EXIT.
      ***************************************************************
      *   Take the copy's condition from the desk.  An empty or
      *   unknown answer keeps the condition it had.
      ***************************************************************
       470-ASK-CONDITION.
           DISPLAY "CONDITION (N=NEW G=GOOD F=FAIR P=POOR D=DAMAGED"
               ", ENTER TO KEEP " IT-CONDITION "): "
           MOVE SPACE TO WS-NEW-CONDITION
           ACCEPT WS-NEW-CONDITION
           IF CONDITION-VALID
               MOVE WS-NEW-CONDITION TO IT-CONDITION
           END-IF.
       470-EXIT.
           EXIT.
      ***************************************************************
      *   Decide where a copy coming back into circulation goes.
      *   The oldest waiting hold on the title claims it for that
      *   hold's pickup branch; with no hold it goes to its own
      *   home branch.  If that is this branch it goes on the shelf
      *   here, otherwise it is in transit there.  The caller
      *   rewrites the item, then performs 465-FINISH-ROUTE.
      ***************************************************************
       460-ROUTE-COPY.
           MOVE 'Y' TO WS-COPY-ROUTED
           MOVE 'N' TO WS-ROUTE-FOR-HOLD
           PERFORM 540-CHECK-WAITING-HOLD THRU 540-EXIT
           IF HOLD-FOUND
               MOVE 'Y' TO WS-ROUTE-FOR-HOLD
               MOVE HD-PICKUP-BRANCH TO WS-ROUTE-BRANCH
           ELSE
               MOVE IT-HOME-BRANCH TO WS-ROUTE-BRANCH
           END-IF
           IF WS-ROUTE-BRANCH = SPACES
               MOVE WS-DESK-BRANCH TO WS-ROUTE-BRANCH
           END-IF
           MOVE WS-ROUTE-BRANCH TO IT-AT-BRANCH
           IF WS-ROUTE-BRANCH = WS-DESK-BRANCH
               MOVE "S" TO IT-STATUS
           ELSE
               MOVE "T" TO IT-STATUS
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO IT-STATUS-DATE.
       460-EXIT.
           EXIT.
      ***************************************************************
      *   After the routed copy is rewritten: a copy in transit
      *   gets its transfer logged (and the hold it is going to is
      *   marked in transit); a copy back on the shelf here fills
      *   the waiting hold at this desk.
      ***************************************************************
       465-FINISH-ROUTE.
           IF ITEM-IN-TRANSIT
               MOVE WS-DESK-BRANCH TO WS-XFER-FROM
               IF ROUTE-FOR-HOLD
                   MOVE "H" TO WS-XFER-REASON
               ELSE
                   MOVE "R" TO WS-XFER-REASON
               END-IF
               PERFORM 475-WRITE-TRANSFER THRU 475-EXIT
               IF ROUTE-FOR-HOLD
                   MOVE "T" TO HD-STATUS
                   REWRITE HOLD-REC
                       INVALID KEY DISPLAY "ERROR UPDATING HOLD"
                   END-REWRITE
                   DISPLAY "*** HOLD WAITING - SEND THIS COPY TO "
                       WS-ROUTE-BRANCH " FOR PATRON " HD-PATRON-ID
               ELSE
                   DISPLAY "*** SEND THIS COPY HOME TO "
                       WS-ROUTE-BRANCH
               END-IF
           ELSE
               IF ROUTE-FOR-HOLD
                   PERFORM 440-ANNOUNCE-HOLD THRU 440-EXIT
               END-IF
           END-IF.
       465-EXIT.
           EXIT.
      ***************************************************************
      *   Log the copy's trip from WS-XFER-FROM to IT-AT-BRANCH.
      *   The transfer stays open until the copy is received.
      ***************************************************************
       475-WRITE-TRANSFER.
           MOVE IT-BARCODE TO TR-BARCODE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO TR-SENT-TS
           MOVE IT-ISBN TO TR-ISBN
           MOVE WS-XFER-FROM TO TR-FROM-BRANCH
           MOVE IT-AT-BRANCH TO TR-TO-BRANCH
           MOVE WS-XFER-REASON TO TR-REASON
           IF TR-FOR-HOLD
               MOVE HD-SEQ TO TR-HOLD-SEQ
           ELSE
               MOVE ZERO TO TR-HOLD-SEQ
           END-IF
           MOVE "T" TO TR-STATUS
           MOVE ZERO TO TR-RECEIVED-DATE
           MOVE WS-OPERATOR-ID TO TR-OPERATOR-ID
           WRITE TRANSFER-REC
               INVALID KEY DISPLAY "ERROR WRITING TRANSFER RECORD"
           END-WRITE.
       475-EXIT.
           EXIT.
      ***************************************************************
      *   The returning copy belongs to whoever asked first - find
      *   the oldest waiting hold for this ISBN, announce it, and
      *   fill it with this copy on the hold shelf so the next
      *   return announces the next patron in line.
      ***************************************************************
       440-ANNOUNCE-HOLD.
           MOVE 'N' TO WS-HOLD-EOF
               END-READ
               DISPLAY "*** HOLD WAITING - SET THIS COPY ASIDE FOR "
                   "PATRON " HD-PATRON-ID " " PM-NAME
               PERFORM 445-SET-ON-HOLD-SHELF THRU 445-EXIT
           END-IF.
       440-EXIT.
           EXIT.
      ***************************************************************
      *   Fill the current hold with the current copy: the copy
      *   goes on the hold shelf and the hold records it, the day
      *   it was filled, and the last day to collect it - the hold
      *   days of the type of the patron just read.  The caller
      *   re-derives the quantity on hand.
      ***************************************************************
       445-SET-ON-HOLD-SHELF.
           PERFORM 315-SET-LOAN-PERIOD THRU 315-EXIT
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           MOVE "H" TO IT-STATUS
           MOVE WS-TODAY-DATE TO IT-STATUS-DATE
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING ITEM RECORD"
                   GO TO 445-EXIT
           END-REWRITE
           COMPUTE WS-PICKUP-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) + WS-HOLD-DAYS
           MOVE "F" TO HD-STATUS
           MOVE WS-TODAY-DATE TO HD-FILLED-DATE
           COMPUTE HD-PICKUP-BY =
               FUNCTION DATE-OF-INTEGER(WS-PICKUP-INT)
           MOVE IT-BARCODE TO HD-BARCODE
           REWRITE HOLD-REC
               INVALID KEY DISPLAY "ERROR FILLING HOLD"
               NOT INVALID KEY
                   DISPLAY "*** ON THE HOLD SHELF - TO BE COLLECTED BY "
                       HD-PICKUP-BY
           END-REWRITE.
       445-EXIT.
           EXIT.
      ***************************************************************
      *   Renew the patron's open loan: the due date moves out one
      *   loan period from where it was, up to the renewal limit -
      *   and never while a hold is waiting on the title, because
      *   resetting the record's history.
      ***************************************************************
       530-RENEW-LOAN.
           IF NOT ITEM-ON-LOAN
               DISPLAY "THIS COPY IS " WS-ITEM-STATUS-NAME
                   " - NOT OUT ON LOAN, NOT RENEWED"
               GO TO 530-EXIT
           END-IF
           IF IT-HOME-BRANCH = WS-ILL-BRANCH
               DISPLAY "INTERLIBRARY LOAN COPY - THE LENDER SET THE "
                   "DUE DATE, RENEWAL REFUSED"
               GO TO 530-EXIT
           END-IF
           MOVE "O" TO WS-WANT-LOAN-STATUS
           PERFORM 425-FIND-COPY-LOAN THRU 425-EXIT
           IF NOT LOAN-FOUND
               DISPLAY "NO OPEN LOAN ON FILE FOR THIS COPY"
               GO TO 530-EXIT
           END-IF
           PERFORM 540-CHECK-WAITING-HOLD THRU 540-EXIT
                   "RENEWAL REFUSED"
               GO TO 530-EXIT
           END-IF
           IF LN-RENEWAL-COUNT NOT < WS-MAX-RENEWALS
               DISPLAY "RENEWAL LIMIT OF " WS-MAX-RENEWALS
                   " REACHED - RENEWAL REFUSED"
           EXIT.
      ***************************************************************
      *   Lost or damaged: the loan closes with its own lost status
      *   instead of a return, the copy is marked lost (it may turn
      *   up) or withdrawn as damaged beyond repair, the patron
      *   is billed the replacement price onto the same charges
      *   file the fines use, and the write-down accumulates for
      *   the ledger's inventory account.
      ***************************************************************
       550-LOST-BOOK.
           IF NOT ITEM-ON-LOAN
               DISPLAY "THIS COPY IS " WS-ITEM-STATUS-NAME
                   " - NOT OUT ON LOAN, NOT PROCESSED"
               GO TO 550-EXIT
           END-IF
           MOVE "O" TO WS-WANT-LOAN-STATUS
           PERFORM 425-FIND-COPY-LOAN THRU 425-EXIT
           IF NOT LOAN-FOUND
               DISPLAY "NO OPEN LOAN ON FILE FOR THIS COPY"
               GO TO 550-EXIT
           END-IF
           DISPLAY "LOST, OR DAMAGED BEYOND REPAIR? (L/D): "
           ACCEPT WS-DISPOSITION
           IF NOT DISPOSITION-LOST AND NOT DISPOSITION-DAMAGED
               DISPLAY "NO DISPOSITION CHOSEN - NOT PROCESSED"
               GO TO 550-EXIT
           END-IF
      *    A LOST COPY MAY YET TURN UP; A DAMAGED ONE IS WITHDRAWN.
           IF DISPOSITION-LOST
               MOVE "X" TO IT-STATUS
           ELSE
               MOVE "W" TO IT-STATUS
               MOVE "D" TO IT-CONDITION
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO IT-STATUS-DATE
           REWRITE ITEM-REC
               INVALID KEY DISPLAY "ERROR UPDATING ITEM RECORD"
           END-REWRITE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO LN-RETURN-DATE
           MOVE "L" TO LN-STATUS
               INVALID KEY DISPLAY "ERROR CLOSING LOAN RECORD"
           END-REWRITE
      *    THE COPY CAME OFF THE SHELF AT CHECKOUT AND NEVER COMES
      *    BACK - IT IS NO LONGER ON THE SHELF, SO THE QUANTITY ON
      *    HAND STAYS DOWN.
           MOVE SPACES TO PATRON-CHARGES-REC
           MOVE PM-PATRON-ID TO PC-PATRON-ID
           MOVE BR-BOOK-ISBN TO PC-ISBN
           MOVE BR-BOOK-PRICE TO PC-AMOUNT
           MOVE "L" TO PC-CHARGE-TYPE
           MOVE "O" TO PC-STATUS
           IF DISPOSITION-LOST
               MOVE "LOST BOOK REPLACEMENT" TO PC-REASON
           ELSE
               MOVE "DAMAGED REPLACEMENT" TO PC-REASON
           END-IF
           MOVE WS-OPERATOR-ID TO PC-OPERATOR-ID
           MOVE ZERO TO PC-SETTLED-DATE
           WRITE PATRON-CHARGES-REC
           ADD BR-BOOK-PRICE TO WS-WRITEDOWN-TOTAL
           MOVE "L" TO BCH-TRANS-TYPE
       550-EXIT.
           EXIT.
      ***************************************************************
      *   A lost copy turned up: the loan closes as returned, the
      *   copy is routed back into circulation, the replacement
      *   charge is reversed with an audit line, and the write-down
      *   is undone.
      ***************************************************************
       560-FOUND-BOOK.
           IF NOT ITEM-LOST
               DISPLAY "THIS COPY IS " WS-ITEM-STATUS-NAME
                   " - NOT A LOST COPY, NOT PROCESSED"
               GO TO 560-EXIT
           END-IF
           MOVE "L" TO WS-WANT-LOAN-STATUS
           PERFORM 425-FIND-COPY-LOAN THRU 425-EXIT
           IF NOT LOAN-FOUND
               DISPLAY "NO LOST LOAN ON FILE FOR THIS COPY"
               GO TO 560-EXIT
           END-IF
           MOVE "C" TO LN-STATUS
           REWRITE LOAN-REC
               INVALID KEY DISPLAY "ERROR REOPENING LOAN RECORD"
           END-REWRITE
           PERFORM 460-ROUTE-COPY THRU 460-EXIT
           REWRITE ITEM-REC
               INVALID KEY DISPLAY "ERROR UPDATING ITEM RECORD"
           END-REWRITE
           PERFORM 465-FINISH-ROUTE THRU 465-EXIT
           PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT
           PERFORM 565-REVERSE-CHARGE THRU 565-EXIT
           SUBTRACT BR-BOOK-PRICE FROM WS-WRITEDOWN-TOTAL
           MOVE "F" TO BCH-TRANS-TYPE
      *   running EXTEND open.
      ***************************************************************
       565-REVERSE-CHARGE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           CLOSE PATRON-CHARGES-FILE
           MOVE ZERO TO WS-CHG-COUNT
           MOVE 'N' TO WS-CHARGE-FIXED
                               MOVE "FOUND - REVERSED" TO PC-REASON
                               MOVE WS-OPERATOR-ID
                                   TO PC-OPERATOR-ID
                               MOVE WS-TIMESTAMP (1:8)
                                   TO PC-SETTLED-DATE
                               MOVE 'Y' TO WS-CHARGE-FIXED
                           END-IF
                           MOVE PATRON-CHARGES-REC
       565-EXIT.
           EXIT.
      ***************************************************************
      *   Send a copy to repair or take it back, or just record its
      *   condition.  Only a copy in the building can change - one
      *   on loan, lost, withdrawn, or in transit is refused.  A
      *   damaged copy on the shelf goes to repair; a copy back from
      *   repair is routed like a check-in - to this shelf, or on to
      *   a waiting hold's pickup branch or its home branch.
      ***************************************************************
       580-CONDITION-UPDATE.
           IF NOT ITEM-ON-SHELF AND NOT ITEM-IN-REPAIR
               DISPLAY "THIS COPY IS " WS-ITEM-STATUS-NAME
                   " - CONDITION NOT CHANGED"
               GO TO 580-EXIT
           END-IF
           PERFORM 470-ASK-CONDITION THRU 470-EXIT
           MOVE IT-STATUS TO WS-SAVE-STATUS
           MOVE 'N' TO WS-COPY-ROUTED
           IF IT-DAMAGED
               IF ITEM-ON-SHELF
                   MOVE "R" TO IT-STATUS
                   MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
                   MOVE WS-TIMESTAMP (1:8) TO IT-STATUS-DATE
               END-IF
           ELSE
               IF ITEM-IN-REPAIR
                   PERFORM 460-ROUTE-COPY THRU 460-EXIT
               END-IF
           END-IF
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING ITEM RECORD"
                   GO TO 580-EXIT
           END-REWRITE
           PERFORM 750-ITEM-STATUS-NAME THRU 750-EXIT
           DISPLAY "COPY " IT-BARCODE " NOW " WS-ITEM-STATUS-NAME
               " - CONDITION " IT-CONDITION
           IF IT-STATUS = WS-SAVE-STATUS
               GO TO 580-EXIT
           END-IF
           IF COPY-ROUTED
               PERFORM 465-FINISH-ROUTE THRU 465-EXIT
           END-IF
           PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT
           DISPLAY "QTY ON HAND: " BR-QTY-ON-HAND.
       580-EXIT.
           EXIT.
      ***************************************************************
      *   Close the open loan 425 found for the returning copy.
      *   A copy with no open loan on file restocks with a warning.
      ***************************************************************
       430-CLOSE-LOAN.
           IF LOAN-FOUND
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE WS-TIMESTAMP (1:8) TO LN-RETURN-DATE
                   PERFORM 435-ASSESS-FINE THRU 435-EXIT
               END-IF
           ELSE
               DISPLAY "NO OPEN LOAN ON FILE FOR THIS COPY"
           END-IF.
       430-EXIT.
           EXIT.
           IF WS-FINE-AMOUNT > BR-BOOK-PRICE
               MOVE BR-BOOK-PRICE TO WS-FINE-AMOUNT
           END-IF
      *    A TITLE WITH NO PRICE ON FILE (A BORROWED BOOK) CAPS THE
      *    FINE AT NOTHING.
           IF WS-FINE-AMOUNT = ZERO
               GO TO 435-EXIT
           END-IF
           MOVE SPACES TO PATRON-CHARGES-REC
           MOVE PM-PATRON-ID TO PC-PATRON-ID
           MOVE LN-ISBN TO PC-ISBN
           MOVE "O" TO PC-STATUS
           MOVE "OVERDUE FINE" TO PC-REASON
           MOVE WS-OPERATOR-ID TO PC-OPERATOR-ID
           MOVE ZERO TO PC-SETTLED-DATE
           WRITE PATRON-CHARGES-REC
           DISPLAY "OVERDUE FINE ASSESSED - " WS-FINE-AMOUNT
               " (" WS-DAYS-LATE " DAYS LATE)".
           MOVE BR-BOOK-ISBN TO BCH-BOOK-ISBN
           MOVE FUNCTION CURRENT-DATE TO BCH-TIMESTAMP
           MOVE WS-OPERATOR-ID TO BCH-OPERATOR-ID
           MOVE WS-DESK-BRANCH TO BCH-BRANCH
           WRITE BOOK-CIRC-HISTORY-REC.
       450-EXIT.
           EXIT.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Read the scanned copy from the item file.
      ***************************************************************
       740-READ-ITEM.
           READ ITEM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-FOUND
                   DISPLAY "ITEM NOT ON FILE - " IT-BARCODE
               NOT INVALID KEY MOVE 'Y' TO WS-ITEM-FOUND
           END-READ.
       740-EXIT.
           EXIT.
      ***************************************************************
      *   The copy's status in words for the desk.
      ***************************************************************
       750-ITEM-STATUS-NAME.
           EVALUATE TRUE
               WHEN ITEM-ON-SHELF
                   MOVE "ON SHELF" TO WS-ITEM-STATUS-NAME
               WHEN ITEM-ON-LOAN
                   MOVE "ON LOAN" TO WS-ITEM-STATUS-NAME
               WHEN ITEM-LOST
                   MOVE "LOST" TO WS-ITEM-STATUS-NAME
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
       750-EXIT.
           EXIT.
      ***************************************************************
      *   The title's quantity on hand is the count of its copies
      *   on the shelf - recount them after any copy changes status
      *   and rewrite the book.  The item record is read over, so
      *   anything still needed from the scanned copy is taken
      *   before this runs.
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
      *   Open the file.
      ***************************************************************
       900-INITIALIZATION.
           OPEN INPUT PATRON-MASTER-FILE.
           OPEN I-O LOAN-FILE.
           OPEN I-O HOLD-FILE.
           OPEN I-O ITEM-FILE.
           OPEN INPUT BRANCH-MASTER-FILE.
           OPEN I-O TRANSFER-FILE.
           OPEN I-O ILL-REQUEST-FILE.
           OPEN EXTEND PATRON-CHARGES-FILE.
           PERFORM 060-LOAD-FINE-POLICY THRU 060-EXIT.
           PERFORM 065-LOAD-TYPE-POLICY THRU 065-EXIT.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           IF SIGNON-OK
               PERFORM 055-SELECT-BRANCH THRU 055-EXIT
           END-IF.
       900-EXIT.
           EXIT.

                   DISPLAY "THE SHARED MASTERS ARE NOT AVAILABLE - "
                       "PROGRAM ENDED"
                   CLOSE BATCH-LOCK-FILE
                   GOBACK
           END-READ
           CLOSE BATCH-LOCK-FILE.
       045-EXIT.
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      ***************************************************************
      *   Which branch is this desk?  It must be on the branch
      *   master - every transaction is recorded against it.
      ***************************************************************
       055-SELECT-BRANCH.
           MOVE 'N' TO WS-BRANCH-OK
           DISPLAY "BRANCH CODE FOR THIS DESK: "
           ACCEPT WS-DESK-BRANCH
           MOVE WS-DESK-BRANCH TO BM-CODE
           READ BRANCH-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BRANCH-OK
                   DISPLAY "SIGNED ON AT " BM-NAME
           END-READ.
       055-EXIT.
           EXIT.

      ***************************************************************
      *   Load the fine policy.  A missing or empty policy file
                           TO WS-PT-MAX-LOANS (WS-TYPE-COUNT)
                       MOVE PT-LOAN-DAYS
                           TO WS-PT-LOAN-DAYS (WS-TYPE-COUNT)
                       MOVE PT-HOLD-DAYS
                           TO WS-PT-HOLD-DAYS (WS-TYPE-COUNT)
               END-READ
           END-PERFORM.
       065-LOADED.
            CLOSE PATRON-MASTER-FILE.
            CLOSE LOAN-FILE.
            CLOSE HOLD-FILE.
            CLOSE ITEM-FILE.
            CLOSE BRANCH-MASTER-FILE.
            CLOSE TRANSFER-FILE.
            CLOSE ILL-REQUEST-FILE.
            CLOSE PATRON-CHARGES-FILE.
       910-EXIT.
           EXIT.
