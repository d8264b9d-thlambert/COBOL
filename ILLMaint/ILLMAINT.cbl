       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ILLMAINT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Interlibrary loan desk.  Replaces the paper ILL forms and the
      * notebook: every request - a title we borrow from a partner
      * library for one of our patrons, or one of our books a
      * partner asks to borrow - is a numbered record on
      * ILLREQUEST.DAT that moves through its statuses here, each
      * step dated and stamped with the operator.
      *
      * Borrowing: the request is opened for a patron with a
      * partner on the partner master (ILLPARTMAINT).  When the
      * lender ships it the request is marked shipped; when it
      * arrives it is received with the lender's due date and any
      * fee the lender charges.  Receiving makes the book
      * circulable: it gets a temporary copy on BOOKITEM.DAT under
      * the next barcode, homed at pseudo-branch ILL so it is never
      * counted as ours, and - when the title is not on our catalog
      * - a temporary catalog record with call number ILL and the
      * request number.  BOOKCIRC lends the copy only to the
      * requesting patron, due on the lender's due date, and the
      * check-in marks the request back from the patron.  Returning
      * it to the lender records the postage and removes the
      * temporary copy (and the temporary title).
      *
      * Lending: the partner's request is opened against a title on
      * our catalog.  Shipping takes one of our copies off the shelf
      * (status I, out on interlibrary loan) due back after the
      * partner's loan days, charges the partner's lending fee, and
      * records the postage.  When the partner sends it back the
      * copy returns to this branch's shelf.
      *
      * Only a request not yet shipped can be cancelled.  Lending
      * fees earned post to the ILL income account, and fees paid to
      * lenders and all postage to the ILL expense account, each
      * against the cash account; the session's totals are merged
      * into COATRANSFILE.DAT at sign-off, one "U" transaction per
      * account.  The two ILL accounts come off ILLPOLICY.DAT - with
      * none on file nothing is posted.  What was posted through
      * cash - the fees taken in, and the fees and postage paid out -
      * goes on the cash-book feed for BANKREC as one deposit and one
      * withdrawal per session.  ILLRPT reports the activity and
      * turnaround per partner.
      *
      *   File  :  C:\COBOL\ILLREQUEST.DAT
      *            C:\COBOL\BOOKITEM.DAT
      *            C:\COBOL\BOOKCATALOG.DAT
      *   Input :  C:\COBOL\ILLPARTNER.DAT
      *            C:\COBOL\ILLPOLICY.DAT
      *            C:\COBOL\PATRONMASTER.DAT
      *            C:\COBOL\BRANCHMASTER.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *   Output:  J:\CS3530\COATRANSFILE.DAT (merged in, not
      *            replaced)
      *            C:\COBOL\CASHFEED.DAT (extended)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-LOCK-FILE
                 ASSIGN TO UT-SYS-BATCH-LOCK-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ILL-REQUEST-FILE
                 ASSIGN TO UT-SYS-ILL-REQUEST-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IL-REQUEST-NO
                 ALTERNATE RECORD KEY IS IL-BARCODE
                     WITH DUPLICATES.
           SELECT OPTIONAL ILL-PARTNER-FILE
                 ASSIGN TO UT-SYS-ILL-PARTNER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IP-PARTNER-ID.
      *    OPTIONAL - WITH NO POLICY ON FILE NOTHING IS POSTED.
           SELECT OPTIONAL ILL-POLICY-FILE
                 ASSIGN TO UT-SYS-ILL-POLICY-FILE
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
           SELECT OPTIONAL ITEM-FILE
                 ASSIGN TO UT-SYS-ITEMFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS IT-BARCODE
                 ALTERNATE RECORD KEY IS IT-ISBN
                     WITH DUPLICATES.
           SELECT PATRON-MASTER-FILE
                 ASSIGN TO UT-SYS-PATRONFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS PM-PATRON-ID.
           SELECT OPTIONAL BRANCH-MASTER-FILE
                 ASSIGN TO UT-SYS-BRANCHFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS BM-CODE.
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
           SELECT OPTIONAL CASH-FEED-FILE
                 ASSIGN TO UT-SYS-CASH-FEED-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    ONE RECORD PER INTERLIBRARY LOAN REQUEST, BORROWING OR
      *    LENDING, KEYED BY REQUEST NUMBER.  THE BARCODE IS THE
      *    TEMPORARY COPY OF A BORROWED BOOK, OR OUR COPY LENT.
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
              88  IL-REQUESTED              VALUE "R".
              88  IL-SHIPPED                VALUE "S".
              88  IL-RECEIVED               VALUE "V".
              88  IL-CHECKED-OUT            VALUE "O".
      *    A BORROWED BOOK BACK FROM OUR PATRON, WAITING TO GO
      *    BACK TO THE LENDER.
              88  IL-BACK-FROM-PATRON       VALUE "P".
              88  IL-RETURNED               VALUE "T".
              88  IL-CANCELLED              VALUE "C".
          05  IL-REQUEST-DATE                      PIC 9(8).
          05  IL-SHIPPED-DATE                      PIC 9(8).
          05  IL-RECEIVED-DATE                     PIC 9(8).
          05  IL-DUE-DATE                          PIC 9(8).
          05  IL-RETURNED-DATE                     PIC 9(8).
      *    BORROWING - THE FEE THE LENDER CHARGED US AND THE POSTAGE
      *    TO SEND IT BACK.  LENDING - THE FEE WE CHARGED AND THE
      *    POSTAGE TO SEND IT OUT.
          05  IL-FEE                               PIC 9(3)V99.
          05  IL-POSTAGE                           PIC 9(3)V99.
      *    Y WHEN RECEIVING THE BOOK ADDED A TEMPORARY CATALOG
      *    RECORD FOR IT.
          05  IL-TEMP-TITLE                        PIC X.
              88  IL-TEMP-CATALOG           VALUE "Y".
          05  IL-OPERATOR-ID                       PIC X(8).

      *    SAME LAYOUT ILLPARTMAINT KEEPS.
       FD ILL-PARTNER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 104 CHARACTERS.
       01 ILL-PARTNER-REC.
          05  IP-PARTNER-ID                        PIC X(6).
          05  IP-NAME                              PIC X(30).
          05  IP-ADDRESS                           PIC X(30).
          05  IP-CITY-ST-ZIP                       PIC X(30).
          05  IP-LEND-FEE                          PIC 9(3)V99.
          05  IP-LOAN-DAYS                         PIC 99.
          05  IP-STATUS                            PIC X.
              88  IP-ACTIVE                 VALUE "A".
              88  IP-INACTIVE               VALUE "I".

      *    ILL POLICY - THE INCOME ACCOUNT LENDING FEES POST TO AND
      *    THE EXPENSE ACCOUNT FOR FEES PAID AND POSTAGE.
       FD ILL-POLICY-FILE
          RECORD CONTAINS 8 CHARACTERS.
       01 ILL-POLICY-REC.
          05  ILP-INCOME-ACCT                      PIC 9(4).
          05  ILP-EXPENSE-ACCT                     PIC 9(4).

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

       FD ITEM-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 56 CHARACTERS.
       01 ITEM-REC.
          05  IT-BARCODE                           PIC 9(10).
          05  IT-ISBN                              PIC 9(13).
          05  IT-ACQ-DATE                          PIC 9(8).
          05  IT-COST                              PIC 9(5)V99.
          05  IT-CONDITION                         PIC X.
              88  IT-DAMAGED                VALUE "D".
          05  IT-STATUS                            PIC X.
              88  ITEM-ON-SHELF             VALUE "S".
              88  ITEM-ON-LOAN              VALUE "L".
              88  ITEM-WITHDRAWN            VALUE "W".
      *    A BORROWED BOOK IN OUR HANDS, AND OUR OWN COPY OUT TO A
      *    PARTNER LIBRARY.
              88  ITEM-ILL-BORROWED         VALUE "B".
              88  ITEM-ILL-LENT             VALUE "I".
          05  IT-STATUS-DATE                       PIC 9(8).
          05  IT-HOME-BRANCH                       PIC X(4).
          05  IT-AT-BRANCH                         PIC X(4).

      *    SAME LAYOUT PATRONMAINT KEEPS.
       FD PATRON-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 136 CHARACTERS.
       01 PATRON-MASTER-REC.
          05  PM-PATRON-ID                         PIC 9(5).
          05  PM-NAME                              PIC X(30).
          05  PM-PHONE                             PIC X(12).
          05  PM-PATRON-TYPE                       PIC X.
          05  PM-STANDING                          PIC X.
              88  PM-BLOCKED                 VALUE "B".
          05  PM-ADDRESS                           PIC X(30).
          05  PM-CITY-ST-ZIP                       PIC X(30).
          05  PM-NO-SHOW-COUNT                     PIC 9(3).
          05  PM-CARD-EXPIRES                      PIC 9(8).
          05  PM-RENEWED-DATE                      PIC 9(8).
          05  PM-REFERRAL-DATE                     PIC 9(8).

       FD BRANCH-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 26 CHARACTERS.
       01 BRANCH-MASTER-REC.
          05  BM-CODE                              PIC X(4).
          05  BM-NAME                              PIC X(20).
          05  BM-TRANSIT-DAYS                      PIC 9(2).

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
       FD CGLC-TRANS-WORK-FILE
          RECORD CONTAINS 73 CHARACTERS.
       01  CGLC-TRANS-WORK-REC             PIC X(73).

      *    SAME 43-BYTE LAYOUT BANKREC READS - ONE ROW PER BANK ITEM
      *    PAID OR TAKEN IN OUTSIDE THE CHECK RUNS.  HERE SOURCE IL,
      *    REFERENCED BY THE SIGN-OFF DATE AND TIME AND DIRECTION.
       FD CASH-FEED-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 CASH-FEED-REC.
          05  CF-SOURCE                            PIC XX.
          05  CF-DIRECTION                         PIC X.
          05  CF-REFERENCE                         PIC X(15).
          05  CF-DATE                              PIC 9(8).
          05  CF-AMOUNT                            PIC 9(7)V99.
          05  CF-OPERATOR-ID                       PIC X(8).

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
       01 WS-FILES.
          05  UT-SYS-ILL-REQUEST-FILE               PIC X(50)
                                   VALUE "C:\COBOL\ILLREQUEST.DAT".
          05  UT-SYS-ILL-PARTNER-FILE               PIC X(50)
                                   VALUE "C:\COBOL\ILLPARTNER.DAT".
          05  UT-SYS-ILL-POLICY-FILE                PIC X(50)
                                   VALUE "C:\COBOL\ILLPOLICY.DAT".
          05  UT-SYS-BOOKFILE                       PIC X(50)
                                   VALUE "C:\COBOL\BOOKCATALOG.DAT".
          05  UT-SYS-ITEMFILE                       PIC X(50)
                                   VALUE "C:\COBOL\BOOKITEM.DAT".
          05  UT-SYS-PATRONFILE                     PIC X(50)
                                   VALUE "C:\COBOL\PATRONMASTER.DAT".
          05  UT-SYS-BRANCHFILE                     PIC X(50)
                                   VALUE "C:\COBOL\BRANCHMASTER.DAT".
          05  UT-SYS-BATCH-LOCK-FILE                PIC X(50)
                                   VALUE "C:\COBOL\BATCHRUNLOCK.DAT".
          05  UT-SYS-COA-MASTER-FILE                PIC X(50)
                                   VALUE "J:\CS3530\COAFILEMASTER.DAT".
          05  UT-SYS-TRANS-FILE                     PIC X(50)
                                   VALUE "J:\CS3530\COATRANSFILE.DAT".
          05  UT-SYS-TRANS-WORK-FILE                PIC X(50)
                                   VALUE "J:\CS3530\COATRANSWORK.DAT".
          05  UT-SYS-CASH-FEED-FILE                 PIC X(50)
                                   VALUE "C:\COBOL\CASHFEED.DAT".
       01  WS-OPERATOR-ID                           PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-STOP-PROGRAM                      PIC X
                                            VALUE 'N'.
               88  OK-TO-STOP               VALUE 'Y'.
           05  WS-REQUEST-FOUND                     PIC X
                                            VALUE 'N'.
               88  REQUEST-FOUND             VALUE 'Y'.
           05  WS-PARTNER-FOUND                     PIC X
                                            VALUE 'N'.
               88  PARTNER-FOUND             VALUE 'Y'.
           05  WS-BOOK-FOUND                        PIC X
                                            VALUE 'N'.
               88  BOOK-FOUND                VALUE 'Y'.
           05  WS-ITEM-FOUND                        PIC X
                                            VALUE 'N'.
               88  ITEM-FOUND                VALUE 'Y'.
           05  WS-ITEM-EOF                          PIC X
                                            VALUE 'N'.
               88  ITEM-EOF                  VALUE 'Y'.
           05  WS-REQUEST-EOF                       PIC X
                                            VALUE 'N'.
               88  REQUEST-EOF               VALUE 'Y'.
           05  WS-BRANCH-OK                         PIC X
                                            VALUE 'N'.
               88  BRANCH-OK                 VALUE 'Y'.
           05  WS-POST-SWITCH                       PIC X
                                            VALUE 'N'.
               88  POST-OK                   VALUE 'Y'.
       01  WS-MENU-CHOICE                           PIC X.
       01  WS-DESK-BRANCH                           PIC X(4)
                                            VALUE SPACES.
      *    THE PSEUDO-BRANCH A BORROWED BOOK'S TEMPORARY COPY IS
      *    HOMED AT - IT BELONGS TO ANOTHER LIBRARY.
       01  WS-ILL-BRANCH                            PIC X(4)
                                            VALUE "ILL".
       01  WS-ILL-WORK.
           05  WS-TIMESTAMP                         PIC X(21).
           05  WS-TODAY-DATE                        PIC 9(8).
           05  WS-TODAY-INT                         PIC 9(8).
           05  WS-DUE-INT                           PIC 9(8).
           05  WS-NEXT-REQUEST-NO                   PIC 9(6)
                                            VALUE ZERO.
           05  WS-NEXT-BARCODE                      PIC 9(10).
           05  WS-ENTER-DATE                        PIC 9(8).
           05  WS-ENTER-AMOUNT                      PIC 9(3)V99.
           05  WS-NEW-CONDITION                     PIC X.
               88  CONDITION-VALID           VALUE "N" "G" "F"
                                                   "P" "D".
           05  WS-SCAN-BARCODE                      PIC 9(10).
           05  WS-OTHER-COPIES                      PIC 9(4).
           05  WS-STATUS-NAME                       PIC X(18).
           05  WS-DAYS                              PIC S9(5).
           05  WS-CALL-REQUEST-NO                   PIC 9(6).
      *    ILL POLICY LOADED AT STARTUP - ZERO ACCOUNTS MEAN NOTHING
      *    IS POSTED.
       01  WS-ILL-POLICY.
           05  WS-ILL-INCOME-ACCT                   PIC 9(4)
                                            VALUE ZERO.
           05  WS-ILL-EXPENSE-ACCT                  PIC 9(4)
                                            VALUE ZERO.
      *    CASH ACCOUNT ILL FEES AND POSTAGE ARE SETTLED THROUGH -
      *    THE SAME ACCOUNT FINECOLLECT POSTS THE DESK'S TAKINGS TO.
       01  WS-CASH-ACCT                             PIC 9(4)
                                            VALUE 1010.
      *    THE SESSION'S FEES EARNED, AND FEES AND POSTAGE PAID.
       01  WS-SESSION-TOTALS.
           05  WS-INCOME-TOTAL                      PIC 9(7)V99
                                            VALUE ZERO.
           05  WS-EXPENSE-TOTAL                     PIC 9(7)V99
                                            VALUE ZERO.
      *    THE SIGN-OFF POSTINGS - INCOME, EXPENSE, AND CASH - HELD
      *    IN ACCOUNT-NUMBER ORDER FOR THE MERGE.
       01  WS-PENDING-TABLE.
           05  WS-PT-COUNT                         PIC 9
                                            VALUE ZERO.
           05  WS-PENDING-TRANS OCCURS 3 TIMES.
               10  WS-PT-NO                        PIC 9(4).
               10  WS-PT-BEG-BALANCE               PIC S9(7)V99.
               10  WS-PT-CUR-BALANCE               PIC S9(7)V99.
               10  WS-PT-ACCT-ACTIVE               PIC X.
               10  WS-PT-ACCT-TYPE                 PIC X.
               10  WS-PT-DESCRIPTION               PIC X(30).
       01  WS-PT-SUB                                PIC 9.
       01  WS-PT-SUB2                               PIC 9.
       01  WS-PT-HOLD                               PIC X(54).
       01  WS-POST-ACCT                             PIC 9(4).
       01  WS-POST-AMOUNT                           PIC S9(7)V99.
       01  WS-MERGE-SWITCHES.
           05  WS-MERGE-EOF                         PIC X
                                            VALUE 'N'.
               88  MERGE-EOF                 VALUE 'Y'.
           05  WS-CTL-RECORD-OK                     PIC X
                                            VALUE 'N'.
               88  CTL-RECORD-OK             VALUE 'Y'.
       01  WS-NEW-CTL-TOTALS.
           05  WS-NEW-CTL-COUNT                     PIC 9(7)
                                            VALUE ZERO.
           05  WS-NEW-CTL-HASH                      PIC 9(9)
                                            VALUE ZERO.
           05  WS-NEW-CTL-BATCH-NO                  PIC 9(6)
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Do startup tasks.
      *  Loop until the user decides to stop the program.
      *  Do ending tasks.
      *************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           IF NOT SIGNON-OK
               DISPLAY "SIGN-ON FAILED - PROGRAM ENDED"
               MOVE 'Y' TO WS-STOP-PROGRAM
           END-IF
           IF SIGNON-OK AND NOT BRANCH-OK
               DISPLAY "BRANCH NOT ON FILE - PROGRAM ENDED"
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
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           DISPLAY "1. NEW BORROWING REQUEST"
           DISPLAY "2. BORROWING - LENDER HAS SHIPPED"
           DISPLAY "3. BORROWING - RECEIVED FROM LENDER"
           DISPLAY "4. BORROWING - RETURN TO LENDER"
           DISPLAY "5. NEW LENDING REQUEST"
           DISPLAY "6. LENDING - SHIP OUR COPY"
           DISPLAY "7. LENDING - RETURNED BY PARTNER"
           DISPLAY "8. CANCEL A REQUEST"
           DISPLAY "9. VIEW A REQUEST"
           DISPLAY "0. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-NEW-BORROWING THRU 300-EXIT
               WHEN "2"
                   PERFORM 320-LENDER-SHIPPED THRU 320-EXIT
               WHEN "3"
                   PERFORM 330-RECEIVE-BORROWED THRU 330-EXIT
               WHEN "4"
                   PERFORM 360-RETURN-TO-LENDER THRU 360-EXIT
               WHEN "5"
                   PERFORM 400-NEW-LENDING THRU 400-EXIT
               WHEN "6"
                   PERFORM 420-SHIP-LENT-COPY THRU 420-EXIT
               WHEN "7"
                   PERFORM 440-LENT-COPY-RETURNED THRU 440-EXIT
               WHEN "8"
                   PERFORM 500-CANCEL-REQUEST THRU 500-EXIT
               WHEN "9"
                   PERFORM 550-VIEW-REQUEST THRU 550-EXIT
               WHEN "0"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Open a borrowing request: the patron who wants the book,
      *   the partner library asked for it, and the title.  A
      *   patron who could not borrow at the desk cannot ask for an
      *   interlibrary loan either.
      ***************************************************************
       300-NEW-BORROWING.
           DISPLAY "PATRON ID: "
           ACCEPT PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY
                   DISPLAY "PATRON NOT ON FILE - NO REQUEST OPENED"
                   GO TO 300-EXIT
           END-READ
           IF PM-BLOCKED
               DISPLAY "PATRON IS BLOCKED - NO REQUEST OPENED"
               GO TO 300-EXIT
           END-IF
           IF PM-CARD-EXPIRES NUMERIC AND PM-CARD-EXPIRES > ZERO
                   AND PM-CARD-EXPIRES < WS-TODAY-DATE
               DISPLAY "CARD EXPIRED " PM-CARD-EXPIRES
                   " - RENEW IT FIRST, NO REQUEST OPENED"
               GO TO 300-EXIT
           END-IF
           DISPLAY "PATRON: " PM-NAME
           PERFORM 310-GET-PARTNER THRU 310-EXIT
           IF NOT PARTNER-FOUND
               GO TO 300-EXIT
           END-IF
           MOVE SPACES TO ILL-REQUEST-REC
           DISPLAY "ISBN OF THE BOOK WANTED: "
           ACCEPT IL-ISBN
           IF IL-ISBN NOT NUMERIC OR IL-ISBN = ZERO
               DISPLAY "ISBN IS REQUIRED - NO REQUEST OPENED"
               GO TO 300-EXIT
           END-IF
           MOVE IL-ISBN TO BR-BOOK-ISBN
           PERFORM 700-READ-BOOK THRU 700-EXIT
           IF BOOK-FOUND
               MOVE BR-BOOK-TITLE TO IL-TITLE
               DISPLAY "NOTE - " BR-BOOK-TITLE " IS ON OUR CATALOG, "
                   BR-QTY-ON-HAND " ON THE SHELF"
           ELSE
               DISPLAY "TITLE: "
               ACCEPT IL-TITLE
               IF IL-TITLE = SPACES
                   DISPLAY "TITLE IS REQUIRED - NO REQUEST OPENED"
                   GO TO 300-EXIT
               END-IF
           END-IF
           MOVE "B" TO IL-DIRECTION
           MOVE IP-PARTNER-ID TO IL-PARTNER-ID
           MOVE PM-PATRON-ID TO IL-PATRON-ID
           PERFORM 600-WRITE-NEW-REQUEST THRU 600-EXIT.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Ask for the partner library; it must be on the partner
      *   master and active.
      ***************************************************************
       310-GET-PARTNER.
           MOVE 'N' TO WS-PARTNER-FOUND
           DISPLAY "PARTNER LIBRARY ID: "
           ACCEPT IP-PARTNER-ID
           READ ILL-PARTNER-FILE
               INVALID KEY
                   DISPLAY "PARTNER NOT ON FILE - NO REQUEST OPENED"
                   GO TO 310-EXIT
           END-READ
           IF IP-INACTIVE
               DISPLAY "PARTNER " IP-NAME " IS INACTIVE - "
                   "NO REQUEST OPENED"
               GO TO 310-EXIT
           END-IF
           MOVE 'Y' TO WS-PARTNER-FOUND
           DISPLAY "PARTNER: " IP-NAME.
       310-EXIT.
           EXIT.
      ***************************************************************
      *   The lender has shipped the book we asked for.
      ***************************************************************
       320-LENDER-SHIPPED.
           PERFORM 650-GET-REQUEST THRU 650-EXIT
           IF NOT REQUEST-FOUND
               GO TO 320-EXIT
           END-IF
           IF NOT IL-BORROWING OR NOT IL-REQUESTED
               DISPLAY "REQUEST IS NOT A BORROWING REQUEST AWAITING "
                   "SHIPMENT - " WS-STATUS-NAME
               GO TO 320-EXIT
           END-IF
           PERFORM 660-ASK-DATE THRU 660-EXIT
           MOVE WS-ENTER-DATE TO IL-SHIPPED-DATE
           MOVE "S" TO IL-STATUS
           PERFORM 610-REWRITE-REQUEST THRU 610-EXIT.
       320-EXIT.
           EXIT.
      ***************************************************************
      *   The borrowed book has arrived.  Record the lender's due
      *   date and fee, give the book a temporary copy - and a
      *   temporary title if we do not catalog it - so BOOKCIRC can
      *   lend it to the patron who asked for it.
      ***************************************************************
       330-RECEIVE-BORROWED.
           PERFORM 650-GET-REQUEST THRU 650-EXIT
           IF NOT REQUEST-FOUND
               GO TO 330-EXIT
           END-IF
           IF NOT IL-BORROWING
                   OR (NOT IL-REQUESTED AND NOT IL-SHIPPED)
               DISPLAY "REQUEST IS NOT A BORROWING REQUEST AWAITING "
                   "THE BOOK - " WS-STATUS-NAME
               GO TO 330-EXIT
           END-IF
           DISPLAY "LENDER'S DUE DATE (YYYYMMDD): "
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE NOT NUMERIC
                   OR WS-ENTER-DATE NOT > WS-TODAY-DATE
               DISPLAY "DUE DATE MUST BE AFTER TODAY - NOT RECEIVED"
               GO TO 330-EXIT
           END-IF
           MOVE WS-ENTER-DATE TO IL-DUE-DATE
           DISPLAY "FEE THE LENDER CHARGES (999.99, ENTER FOR NONE): "
           MOVE ZERO TO WS-ENTER-AMOUNT
           ACCEPT WS-ENTER-AMOUNT
           IF WS-ENTER-AMOUNT NOT NUMERIC
               MOVE ZERO TO WS-ENTER-AMOUNT
           END-IF
           MOVE WS-ENTER-AMOUNT TO IL-FEE
           DISPLAY "CONDITION (N=NEW G=GOOD F=FAIR P=POOR D=DAMAGED): "
           MOVE SPACE TO WS-NEW-CONDITION
           ACCEPT WS-NEW-CONDITION
           IF NOT CONDITION-VALID
               MOVE "G" TO WS-NEW-CONDITION
           END-IF
      *    THE TEMPORARY TITLE, WHEN THE BOOK IS NOT ONE WE CATALOG.
           MOVE "N" TO IL-TEMP-TITLE
           MOVE IL-ISBN TO BR-BOOK-ISBN
           PERFORM 700-READ-BOOK THRU 700-EXIT
           IF NOT BOOK-FOUND
               MOVE SPACES TO BOOK-REC
               MOVE IL-ISBN TO BR-BOOK-ISBN
               MOVE IL-TITLE TO BR-BOOK-TITLE
               MOVE ZERO TO BR-AUTHOR-ID
               MOVE "INTERLIBRARY LOAN" TO BR-BOOK-PUBLISHER
               MOVE ZERO TO BR-BOOK-PRICE
               MOVE ZERO TO BR-QTY-ON-HAND
               MOVE ZERO TO BR-REORDER-POINT
               STRING "ILL " IL-REQUEST-NO
                   DELIMITED BY SIZE INTO BR-CALL-NUMBER
               WRITE BOOK-REC
                   INVALID KEY
                       DISPLAY "ERROR WRITING TEMPORARY TITLE - "
                           "NOT RECEIVED"
                       GO TO 330-EXIT
               END-WRITE
               MOVE "Y" TO IL-TEMP-TITLE
           END-IF
      *    THE TEMPORARY COPY, UNDER THE NEXT BARCODE.
           PERFORM 760-NEXT-BARCODE THRU 760-EXIT
           MOVE SPACES TO ITEM-REC
           MOVE WS-NEXT-BARCODE TO IT-BARCODE
           MOVE IL-ISBN TO IT-ISBN
           MOVE WS-TODAY-DATE TO IT-ACQ-DATE
           MOVE ZERO TO IT-COST
           MOVE WS-NEW-CONDITION TO IT-CONDITION
           MOVE "B" TO IT-STATUS
           MOVE WS-TODAY-DATE TO IT-STATUS-DATE
           MOVE WS-ILL-BRANCH TO IT-HOME-BRANCH
           MOVE WS-DESK-BRANCH TO IT-AT-BRANCH
           WRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING TEMPORARY COPY " IT-BARCODE
                   GO TO 330-EXIT
           END-WRITE
           MOVE IT-BARCODE TO IL-BARCODE
           MOVE WS-TODAY-DATE TO IL-RECEIVED-DATE
           IF IL-SHIPPED-DATE NOT NUMERIC OR IL-SHIPPED-DATE = ZERO
               MOVE WS-TODAY-DATE TO IL-SHIPPED-DATE
           END-IF
           MOVE "V" TO IL-STATUS
           PERFORM 610-REWRITE-REQUEST THRU 610-EXIT
           ADD IL-FEE TO WS-EXPENSE-TOTAL
           MOVE IL-PATRON-ID TO PM-PATRON-ID
           READ PATRON-MASTER-FILE
               INVALID KEY MOVE SPACES TO PM-NAME
           END-READ
           DISPLAY "*** LABEL THE BOOK WITH BARCODE " IT-BARCODE
           DISPLAY "*** HOLD IT FOR PATRON " IL-PATRON-ID " " PM-NAME
               " - DUE BACK TO THE LENDER " IL-DUE-DATE.
       330-EXIT.
           EXIT.
      ***************************************************************
      *   Send the borrowed book back to the lender - once our
      *   patron has returned it, or if they never collected it.
      *   The temporary copy, and the temporary title when no other
      *   copy is filed under it, are removed.
      ***************************************************************
       360-RETURN-TO-LENDER.
           PERFORM 650-GET-REQUEST THRU 650-EXIT
           IF NOT REQUEST-FOUND
               GO TO 360-EXIT
           END-IF
           IF NOT IL-BORROWING
                   OR (NOT IL-BACK-FROM-PATRON AND NOT IL-RECEIVED)
               DISPLAY "REQUEST IS NOT A BORROWED BOOK IN HAND - "
                   WS-STATUS-NAME
               GO TO 360-EXIT
           END-IF
           DISPLAY "POSTAGE TO RETURN IT (999.99, ENTER FOR NONE): "
           MOVE ZERO TO WS-ENTER-AMOUNT
           ACCEPT WS-ENTER-AMOUNT
           IF WS-ENTER-AMOUNT NOT NUMERIC
               MOVE ZERO TO WS-ENTER-AMOUNT
           END-IF
           MOVE WS-ENTER-AMOUNT TO IL-POSTAGE
           MOVE IL-BARCODE TO IT-BARCODE
           DELETE ITEM-FILE
               INVALID KEY
                   DISPLAY "NOTE - TEMPORARY COPY " IL-BARCODE
                       " WAS NOT ON FILE"
           END-DELETE
           IF IL-TEMP-CATALOG
               PERFORM 370-REMOVE-TEMP-TITLE THRU 370-EXIT
           END-IF
           MOVE WS-TODAY-DATE TO IL-RETURNED-DATE
           MOVE "T" TO IL-STATUS
           PERFORM 610-REWRITE-REQUEST THRU 610-EXIT
           ADD IL-POSTAGE TO WS-EXPENSE-TOTAL
           MOVE IL-PARTNER-ID TO IP-PARTNER-ID
           READ ILL-PARTNER-FILE
               INVALID KEY MOVE SPACES TO IP-NAME IP-ADDRESS
                   IP-CITY-ST-ZIP
           END-READ
           DISPLAY "*** SHIP THE BOOK BACK TO " IP-NAME
           DISPLAY "    " IP-ADDRESS
           DISPLAY "    " IP-CITY-ST-ZIP.
       360-EXIT.
           EXIT.
      ***************************************************************
      *   Remove the temporary title unless another copy is still
      *   filed under it (a second request for the same book).
      ***************************************************************
       370-REMOVE-TEMP-TITLE.
           MOVE ZERO TO WS-OTHER-COPIES
           MOVE 'N' TO WS-ITEM-EOF
           MOVE IL-ISBN TO IT-ISBN
           START ITEM-FILE KEY IS EQUAL TO IT-ISBN
               INVALID KEY MOVE 'Y' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL ITEM-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ITEM-EOF
               END-READ
               IF NOT ITEM-EOF
                   IF IT-ISBN NOT = IL-ISBN
                       MOVE 'Y' TO WS-ITEM-EOF
                   ELSE
                       ADD 1 TO WS-OTHER-COPIES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-OTHER-COPIES > ZERO
               GO TO 370-EXIT
           END-IF
           MOVE IL-ISBN TO BR-BOOK-ISBN
           DELETE BOOK-FILE
               INVALID KEY CONTINUE
           END-DELETE.
       370-EXIT.
           EXIT.
      ***************************************************************
      *   Open a lending request: a partner asks to borrow a title
      *   we catalog.
      ***************************************************************
       400-NEW-LENDING.
           PERFORM 310-GET-PARTNER THRU 310-EXIT
           IF NOT PARTNER-FOUND
               GO TO 400-EXIT
           END-IF
           MOVE SPACES TO ILL-REQUEST-REC
           DISPLAY "ISBN THE PARTNER WANTS: "
           ACCEPT BR-BOOK-ISBN
           PERFORM 700-READ-BOOK THRU 700-EXIT
           IF NOT BOOK-FOUND
               DISPLAY "TITLE NOT ON OUR CATALOG - NO REQUEST OPENED"
               GO TO 400-EXIT
           END-IF
           IF BR-CALL-NUMBER (1:4) = "ILL "
               DISPLAY "THAT IS A BOOK WE HAVE ON INTERLIBRARY LOAN "
                   "OURSELVES - NO REQUEST OPENED"
               GO TO 400-EXIT
           END-IF
           DISPLAY BR-BOOK-TITLE " - " BR-QTY-ON-HAND
               " ON THE SHELF"
           MOVE "L" TO IL-DIRECTION
           MOVE IP-PARTNER-ID TO IL-PARTNER-ID
           MOVE ZERO TO IL-PATRON-ID
           MOVE BR-BOOK-ISBN TO IL-ISBN
           MOVE BR-BOOK-TITLE TO IL-TITLE
           PERFORM 600-WRITE-NEW-REQUEST THRU 600-EXIT.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Ship one of our copies to the partner.  The copy scanned
      *   must be a copy of the title asked for, on the shelf; it
      *   goes out on interlibrary loan due back after the
      *   partner's loan days, and the partner's lending fee and the
      *   postage are recorded.
      ***************************************************************
       420-SHIP-LENT-COPY.
           PERFORM 650-GET-REQUEST THRU 650-EXIT
           IF NOT REQUEST-FOUND
               GO TO 420-EXIT
           END-IF
           IF NOT IL-LENDING OR NOT IL-REQUESTED
               DISPLAY "REQUEST IS NOT A LENDING REQUEST AWAITING "
                   "SHIPMENT - " WS-STATUS-NAME
               GO TO 420-EXIT
           END-IF
           MOVE IL-PARTNER-ID TO IP-PARTNER-ID
           READ ILL-PARTNER-FILE
               INVALID KEY
                   DISPLAY "PARTNER NOT ON FILE - NOT SHIPPED"
                   GO TO 420-EXIT
           END-READ
           DISPLAY "SCAN THE COPY TO SHIP: "
           ACCEPT WS-SCAN-BARCODE
           MOVE WS-SCAN-BARCODE TO IT-BARCODE
           PERFORM 740-READ-ITEM THRU 740-EXIT
           IF NOT ITEM-FOUND
               GO TO 420-EXIT
           END-IF
           IF IT-ISBN NOT = IL-ISBN
               DISPLAY "THAT COPY IS NOT OF " IL-TITLE
                   " - NOT SHIPPED"
               GO TO 420-EXIT
           END-IF
           IF NOT ITEM-ON-SHELF
               DISPLAY "THAT COPY IS NOT ON THE SHELF - NOT SHIPPED"
               GO TO 420-EXIT
           END-IF
           DISPLAY "POSTAGE TO SHIP IT (999.99, ENTER FOR NONE): "
           MOVE ZERO TO WS-ENTER-AMOUNT
           ACCEPT WS-ENTER-AMOUNT
           IF WS-ENTER-AMOUNT NOT NUMERIC
               MOVE ZERO TO WS-ENTER-AMOUNT
           END-IF
           MOVE WS-ENTER-AMOUNT TO IL-POSTAGE
           MOVE IP-LEND-FEE TO IL-FEE
           MOVE "I" TO IT-STATUS
           MOVE WS-TODAY-DATE TO IT-STATUS-DATE
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING ITEM RECORD - NOT SHIPPED"
                   GO TO 420-EXIT
           END-REWRITE
           COMPUTE WS-DUE-INT = WS-TODAY-INT + IP-LOAN-DAYS
           COMPUTE IL-DUE-DATE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
           MOVE IT-BARCODE TO IL-BARCODE
           MOVE WS-TODAY-DATE TO IL-SHIPPED-DATE
           MOVE "S" TO IL-STATUS
           PERFORM 610-REWRITE-REQUEST THRU 610-EXIT
           ADD IL-FEE TO WS-INCOME-TOTAL
           ADD IL-POSTAGE TO WS-EXPENSE-TOTAL
           MOVE IL-ISBN TO BR-BOOK-ISBN
           PERFORM 700-READ-BOOK THRU 700-EXIT
           IF BOOK-FOUND
               PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT
           END-IF
           DISPLAY "*** SHIP COPY " IL-BARCODE " TO " IP-NAME
           DISPLAY "    " IP-ADDRESS
           DISPLAY "    " IP-CITY-ST-ZIP
           DISPLAY "*** DUE BACK " IL-DUE-DATE " - FEE " IL-FEE.
       420-EXIT.
           EXIT.
      ***************************************************************
      *   The partner has sent our copy back.  It goes on this
      *   branch's shelf - or to repair if it came back damaged.
      ***************************************************************
       440-LENT-COPY-RETURNED.
           PERFORM 650-GET-REQUEST THRU 650-EXIT
           IF NOT REQUEST-FOUND
               GO TO 440-EXIT
           END-IF
           IF NOT IL-LENDING OR NOT IL-SHIPPED
               DISPLAY "REQUEST IS NOT A LENDING REQUEST OUT WITH "
                   "THE PARTNER - " WS-STATUS-NAME
               GO TO 440-EXIT
           END-IF
           MOVE IL-BARCODE TO IT-BARCODE
           PERFORM 740-READ-ITEM THRU 740-EXIT
           IF NOT ITEM-FOUND
               GO TO 440-EXIT
           END-IF
           DISPLAY "CONDITION (N=NEW G=GOOD F=FAIR P=POOR D=DAMAGED"
               ", ENTER TO KEEP " IT-CONDITION "): "
           MOVE SPACE TO WS-NEW-CONDITION
           ACCEPT WS-NEW-CONDITION
           IF CONDITION-VALID
               MOVE WS-NEW-CONDITION TO IT-CONDITION
           END-IF
           IF IT-DAMAGED
               MOVE "R" TO IT-STATUS
           ELSE
               MOVE "S" TO IT-STATUS
           END-IF
           MOVE WS-DESK-BRANCH TO IT-AT-BRANCH
           MOVE WS-TODAY-DATE TO IT-STATUS-DATE
           REWRITE ITEM-REC
               INVALID KEY
                   DISPLAY "ERROR UPDATING ITEM RECORD - NOT RETURNED"
                   GO TO 440-EXIT
           END-REWRITE
           MOVE WS-TODAY-DATE TO IL-RETURNED-DATE
           MOVE "T" TO IL-STATUS
           PERFORM 610-REWRITE-REQUEST THRU 610-EXIT
           IF IT-DAMAGED
               DISPLAY "COPY " IT-BARCODE " CAME BACK DAMAGED - "
                   "SENT FOR REPAIR"
           END-IF
           IF IT-HOME-BRANCH NOT = WS-DESK-BRANCH
               DISPLAY "NOTE - COPY BELONGS AT BRANCH " IT-HOME-BRANCH
                   " - SEND IT HOME THROUGH BOOKXFER"
           END-IF
           MOVE IL-ISBN TO BR-BOOK-ISBN
           PERFORM 700-READ-BOOK THRU 700-EXIT
           IF BOOK-FOUND
               PERFORM 780-DERIVE-ON-HAND THRU 780-EXIT
               DISPLAY "QTY ON HAND: " BR-QTY-ON-HAND
           END-IF.
       440-EXIT.
           EXIT.
      ***************************************************************
      *   Cancel a request that has not been shipped either way.
      ***************************************************************
       500-CANCEL-REQUEST.
           PERFORM 650-GET-REQUEST THRU 650-EXIT
           IF NOT REQUEST-FOUND
               GO TO 500-EXIT
           END-IF
           IF NOT IL-REQUESTED
               DISPLAY "ONLY A REQUEST NOT YET SHIPPED CAN BE "
                   "CANCELLED - " WS-STATUS-NAME
               GO TO 500-EXIT
           END-IF
           MOVE "C" TO IL-STATUS
           MOVE WS-TODAY-DATE TO IL-RETURNED-DATE
           PERFORM 610-REWRITE-REQUEST THRU 610-EXIT.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Display one request.
      ***************************************************************
       550-VIEW-REQUEST.
           PERFORM 650-GET-REQUEST THRU 650-EXIT
           IF NOT REQUEST-FOUND
               GO TO 550-EXIT
           END-IF
           MOVE IL-PARTNER-ID TO IP-PARTNER-ID
           READ ILL-PARTNER-FILE
               INVALID KEY MOVE "(NOT ON FILE)" TO IP-NAME
           END-READ
           IF IL-BORROWING
               DISPLAY "BORROWING REQUEST " IL-REQUEST-NO
               DISPLAY "FOR PATRON. . " IL-PATRON-ID
               DISPLAY "LENDER. . . . " IL-PARTNER-ID " " IP-NAME
           ELSE
               DISPLAY "LENDING REQUEST " IL-REQUEST-NO
               DISPLAY "BORROWER. . . " IL-PARTNER-ID " " IP-NAME
           END-IF
           DISPLAY "ISBN. . . . . " IL-ISBN
           DISPLAY "TITLE . . . . " IL-TITLE
           DISPLAY "STATUS. . . . " WS-STATUS-NAME
           DISPLAY "REQUESTED . . " IL-REQUEST-DATE
           DISPLAY "SHIPPED . . . " IL-SHIPPED-DATE
           DISPLAY "RECEIVED. . . " IL-RECEIVED-DATE
           DISPLAY "DUE . . . . . " IL-DUE-DATE
           DISPLAY "RETURNED. . . " IL-RETURNED-DATE
           DISPLAY "COPY. . . . . " IL-BARCODE
           DISPLAY "FEE . . . . . " IL-FEE
           DISPLAY "POSTAGE . . . " IL-POSTAGE
           DISPLAY "LAST STEP BY  " IL-OPERATOR-ID.
       550-EXIT.
           EXIT.
      ***************************************************************
      *   Write a new request under the next request number, dated
      *   today and awaiting shipment.
      ***************************************************************
       600-WRITE-NEW-REQUEST.
           ADD 1 TO WS-NEXT-REQUEST-NO
           MOVE WS-NEXT-REQUEST-NO TO IL-REQUEST-NO
           MOVE "R" TO IL-STATUS
           MOVE WS-TODAY-DATE TO IL-REQUEST-DATE
           MOVE ZERO TO IL-SHIPPED-DATE IL-RECEIVED-DATE IL-DUE-DATE
               IL-RETURNED-DATE IL-BARCODE IL-FEE IL-POSTAGE
           MOVE "N" TO IL-TEMP-TITLE
           MOVE WS-OPERATOR-ID TO IL-OPERATOR-ID
           WRITE ILL-REQUEST-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING REQUEST"
               NOT INVALID KEY
                   DISPLAY "REQUEST " IL-REQUEST-NO " OPENED"
           END-WRITE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Rewrite the current request stamped with the operator.
      ***************************************************************
       610-REWRITE-REQUEST.
           MOVE WS-OPERATOR-ID TO IL-OPERATOR-ID
           REWRITE ILL-REQUEST-REC
               INVALID KEY DISPLAY "ERROR UPDATING REQUEST"
               NOT INVALID KEY
                   PERFORM 670-STATUS-NAME THRU 670-EXIT
                   DISPLAY "REQUEST " IL-REQUEST-NO " - "
                       WS-STATUS-NAME
           END-REWRITE.
       610-EXIT.
           EXIT.
      ***************************************************************
      *   Ask for a request number and read it.
      ***************************************************************
       650-GET-REQUEST.
           MOVE 'N' TO WS-REQUEST-FOUND
           DISPLAY "REQUEST NUMBER: "
           ACCEPT IL-REQUEST-NO
           READ ILL-REQUEST-FILE
               INVALID KEY
                   DISPLAY "REQUEST NOT ON FILE"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REQUEST-FOUND
                   PERFORM 670-STATUS-NAME THRU 670-EXIT
                   DISPLAY IL-TITLE " - " WS-STATUS-NAME
           END-READ.
       650-EXIT.
           EXIT.
      ***************************************************************
      *   A date from the desk, today when none is keyed.
      ***************************************************************
       660-ASK-DATE.
           DISPLAY "DATE (YYYYMMDD, ENTER FOR TODAY): "
           MOVE ZERO TO WS-ENTER-DATE
           ACCEPT WS-ENTER-DATE
           IF WS-ENTER-DATE NOT NUMERIC OR WS-ENTER-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-ENTER-DATE
           END-IF.
       660-EXIT.
           EXIT.
      ***************************************************************
      *   The request's status in words for the desk.
      ***************************************************************
       670-STATUS-NAME.
           EVALUATE TRUE
               WHEN IL-REQUESTED
                   MOVE "REQUESTED" TO WS-STATUS-NAME
               WHEN IL-SHIPPED
                   MOVE "SHIPPED" TO WS-STATUS-NAME
               WHEN IL-RECEIVED
                   MOVE "RECEIVED" TO WS-STATUS-NAME
               WHEN IL-CHECKED-OUT
                   MOVE "CHECKED OUT" TO WS-STATUS-NAME
               WHEN IL-BACK-FROM-PATRON
                   MOVE "BACK FROM PATRON" TO WS-STATUS-NAME
               WHEN IL-RETURNED
                   MOVE "RETURNED" TO WS-STATUS-NAME
               WHEN IL-CANCELLED
                   MOVE "CANCELLED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE.
       670-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the book file.
      ***************************************************************
       700-READ-BOOK.
           READ BOOK-FILE
               INVALID KEY MOVE 'N' TO WS-BOOK-FOUND
               NOT INVALID KEY MOVE 'Y' TO WS-BOOK-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Read a copy from the item file.
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
      *   The next barcode - one past the highest on the item file,
      *   the way ADDBOOK and BOOKLOAD issue them.
      ***************************************************************
       760-NEXT-BARCODE.
           MOVE ZERO TO WS-NEXT-BARCODE
           MOVE 'N' TO WS-ITEM-EOF
           MOVE ZERO TO IT-BARCODE
           START ITEM-FILE KEY IS NOT LESS THAN IT-BARCODE
               INVALID KEY MOVE 'Y' TO WS-ITEM-EOF
           END-START
           PERFORM UNTIL ITEM-EOF
               READ ITEM-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-ITEM-EOF
                   NOT AT END MOVE IT-BARCODE TO WS-NEXT-BARCODE
               END-READ
           END-PERFORM
           ADD 1 TO WS-NEXT-BARCODE.
       760-EXIT.
           EXIT.
      ***************************************************************
      *   The title's quantity on hand is the count of its copies
      *   on the shelf - recount them and rewrite the book.
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
      *   Post the session's ILL money: lending fees earned to the
      *   income account (a credit, a decrease as this system stores
      *   balances), fees and postage paid to the expense account (a
      *   debit), and the net of the two to the cash account - one
      *   "U" transaction per account merged into COATRANSFILE.DAT.
      ***************************************************************
       800-POST-ILL-MONEY.
           IF WS-ILL-INCOME-ACCT = ZERO OR WS-ILL-EXPENSE-ACCT = ZERO
               DISPLAY "NO ILL POLICY ON FILE - ILL FEES AND POSTAGE "
                   "NOT POSTED"
               GO TO 800-EXIT
           END-IF
           MOVE ZERO TO WS-PT-COUNT
           MOVE 'Y' TO WS-POST-SWITCH
           OPEN INPUT CGL-COA-MASTER-FILE
           IF WS-INCOME-TOTAL NOT = ZERO
               MOVE WS-ILL-INCOME-ACCT TO WS-POST-ACCT
               COMPUTE WS-POST-AMOUNT = ZERO - WS-INCOME-TOTAL
               PERFORM 820-ADD-PENDING THRU 820-EXIT
           END-IF
           IF WS-EXPENSE-TOTAL NOT = ZERO
               MOVE WS-ILL-EXPENSE-ACCT TO WS-POST-ACCT
               MOVE WS-EXPENSE-TOTAL TO WS-POST-AMOUNT
               PERFORM 820-ADD-PENDING THRU 820-EXIT
           END-IF
           IF WS-INCOME-TOTAL NOT = WS-EXPENSE-TOTAL
               MOVE WS-CASH-ACCT TO WS-POST-ACCT
               COMPUTE WS-POST-AMOUNT =
                   WS-INCOME-TOTAL - WS-EXPENSE-TOTAL
               PERFORM 820-ADD-PENDING THRU 820-EXIT
           END-IF
           CLOSE CGL-COA-MASTER-FILE
           IF NOT POST-OK
               DISPLAY "ILL FEES AND POSTAGE NOT POSTED - EARNED "
                   WS-INCOME-TOTAL ", PAID " WS-EXPENSE-TOTAL
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
               PERFORM 840-RECORD-CASH-FEED THRU 840-EXIT
               DISPLAY "ILL FEES AND POSTAGE POSTED - EARNED "
                   WS-INCOME-TOTAL ", PAID " WS-EXPENSE-TOTAL
           END-IF.
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Log the session's cash for the bank reconciliation: the
      *   fees taken in as a deposit and the fees and postage paid
      *   as a withdrawal, under the sign-off date and time.  The
      *   ledger's cash moved by the net of the two.
      ***************************************************************
       840-RECORD-CASH-FEED.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND CASH-FEED-FILE
           IF WS-INCOME-TOTAL NOT = ZERO
               MOVE SPACES TO CASH-FEED-REC
               MOVE "IL" TO CF-SOURCE
               MOVE "D" TO CF-DIRECTION
               STRING WS-TIMESTAMP (1:14) "D"
                   DELIMITED BY SIZE INTO CF-REFERENCE
               MOVE WS-TIMESTAMP (1:8) TO CF-DATE
               MOVE WS-INCOME-TOTAL TO CF-AMOUNT
               MOVE WS-OPERATOR-ID TO CF-OPERATOR-ID
               WRITE CASH-FEED-REC
           END-IF
           IF WS-EXPENSE-TOTAL NOT = ZERO
               MOVE SPACES TO CASH-FEED-REC
               MOVE "IL" TO CF-SOURCE
               MOVE "W" TO CF-DIRECTION
               STRING WS-TIMESTAMP (1:14) "W"
                   DELIMITED BY SIZE INTO CF-REFERENCE
               MOVE WS-TIMESTAMP (1:8) TO CF-DATE
               MOVE WS-EXPENSE-TOTAL TO CF-AMOUNT
               MOVE WS-OPERATOR-ID TO CF-OPERATOR-ID
               WRITE CASH-FEED-REC
           END-IF
           CLOSE CASH-FEED-FILE.
       840-EXIT.
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
                       "COATRANSFILE.DAT - ILL FEES NOT POSTED"
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
      *   Open the files, sign on, pick the desk's branch, load the
      *   ILL policy, and find the highest request number issued.
      ***************************************************************
       900-INITIALIZATION.
           PERFORM 045-CHECK-RUN-LOCK THRU 045-EXIT.
           OPEN I-O ILL-REQUEST-FILE.
           OPEN INPUT ILL-PARTNER-FILE.
           OPEN I-O BOOK-FILE.
           OPEN I-O ITEM-FILE.
           OPEN INPUT PATRON-MASTER-FILE.
           OPEN INPUT BRANCH-MASTER-FILE.
           OPEN INPUT ILL-POLICY-FILE.
           READ ILL-POLICY-FILE
               AT END CONTINUE
               NOT AT END
                   IF ILP-INCOME-ACCT NUMERIC
                           AND ILP-EXPENSE-ACCT NUMERIC
                       MOVE ILP-INCOME-ACCT TO WS-ILL-INCOME-ACCT
                       MOVE ILP-EXPENSE-ACCT TO WS-ILL-EXPENSE-ACCT
                   END-IF
           END-READ.
           CLOSE ILL-POLICY-FILE.
           MOVE 'N' TO WS-REQUEST-EOF.
           PERFORM UNTIL REQUEST-EOF
               READ ILL-REQUEST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-REQUEST-EOF
                   NOT AT END
                       MOVE IL-REQUEST-NO TO WS-NEXT-REQUEST-NO
               END-READ
           END-PERFORM.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
           IF SIGNON-OK
               PERFORM 055-SELECT-BRANCH THRU 055-EXIT
           END-IF.
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
           MOVE "ILLMAINT" TO SGN-PROGRAM-NAME
           MOVE "N" TO SGN-UNATTENDED
           MOVE SPACES TO SGN-OPERATOR-ID
           MOVE SPACES TO SGN-PASSWORD
           CALL "OPERSIGNON" USING SIGNON-PARMS
           MOVE SGN-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE SGN-AUTH-LEVEL TO WS-AUTH-LEVEL
           MOVE SGN-OK TO WS-SIGNON-OK.
       050-EXIT.
           EXIT.
      ***************************************************************
      *   Which branch is this desk?  Books sent and received here
      *   are recorded against it.
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
      *****************************************************************
      *   Post the session's ILL money and close the files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           IF WS-INCOME-TOTAL NOT = ZERO OR WS-EXPENSE-TOTAL NOT = ZERO
               PERFORM 800-POST-ILL-MONEY THRU 800-EXIT
           END-IF.
           CLOSE ILL-REQUEST-FILE.
           CLOSE ILL-PARTNER-FILE.
           CLOSE BOOK-FILE.
           CLOSE ITEM-FILE.
           CLOSE PATRON-MASTER-FILE.
           CLOSE BRANCH-MASTER-FILE.
       910-EXIT.
           EXIT.
