      * The order quantity proposed brings the shelf back to twice
      * the reorder point.
      *
      * Every line opened encumbers its value (quantity times cost)
      * against the budget of the account it will charge - the
      * inventory account BOOKLOAD posts received stock to - with a
      * row on the encumbrance file, so the acquisitions budget sees
      * the money when it is committed instead of when the books
      * arrive.  When that account carries a hard-limited budget
      * and the line would push actual plus encumbered past it, the
      * buyer is warned before being asked to open the line.
      *
      *   Input :  C:\COBOL\BOOKCATALOG.DAT
      *            C:\COBOL\VENDMASTER.DAT
      *            J:\CS3530\COAFILEMASTER.DAT
      *            J:\CS3530\COABUDGETFILE.DAT
      *   File  :  C:\COBOL\BOOKPOFILE.DAT (extended)
      *            J:\CS3530\COAENCUMBFILE.DAT (extended)
      *****************************************************************

       ENVIRONMENT DIVISION.
           SELECT OPTIONAL BOOK-PO-FILE
                 ASSIGN TO UT-SYS-PO-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGL-COA-MASTER-FILE
                 ASSIGN TO UT-SYS-COA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.
      *    OPTIONAL - A SITE WITH NO BUDGETS LOADED OPENS LINES WITH
      *    NO BUDGET WARNING.
           SELECT OPTIONAL CGLC-BUDGET-FILE
                 ASSIGN TO UT-SYS-BUDGET-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-BUD-ACCT-NO.
           SELECT OPTIONAL CGLC-ENCUMB-FILE
                 ASSIGN TO UT-SYS-ENCUMB-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

       FD VENDOR-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 131 CHARACTERS.
       01 VENDOR-MASTER-REC.
          05  VD-VENDOR-NO                         PIC 9(5).
          05  VD-NAME                              PIC X(30).
          05  VD-REMIT-ADDRESS                     PIC X(30).
          05  VD-REMIT-CITY-ST-ZIP                 PIC X(30).
          05  VD-PAYABLE-ACCT                      PIC 9(4).
      *    PAYMENT TERMS - DISCOUNT PERCENT IF PAID WITHIN THE
      *    DISCOUNT DAYS, OTHERWISE DUE IN THE NET DAYS.
          05  VD-TERMS-CODE                        PIC X(8).
          05  VD-DISC-PCT                          PIC 99V99.
          05  VD-DISC-DAYS                         PIC 9(3).
          05  VD-NET-DAYS                          PIC 9(3).
      *    1099 REPORTING - TAXPAYER ID (E EIN, S SSN), WHETHER
      *    PAYMENTS ARE REPORTABLE, AND THE FORM (N NEC, M MISC)
      *    AND BOX THEY ARE REPORTED IN.
          05  VD-TAX-ID                            PIC X(9).
          05  VD-TIN-TYPE                          PIC X.
          05  VD-1099-FLAG                         PIC X.
          05  VD-1099-FORM                         PIC X.
          05  VD-1099-BOX                          PIC 9(2).

      *    ONE ROW PER PO LINE.  OPEN LINES ARE WHAT IS ON ORDER;
      *    BOOKLOAD ADVANCES THE RECEIVED QUANTITY AND CLOSES A
          05  PO-STATUS                            PIC X.
              88  PO-OPEN                   VALUE "O".
              88  PO-CLOSED                 VALUE "C".
              88  PO-CANCELLED              VALUE "X".
          05  PO-RECEIVED-QTY                      PIC 9(4).

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

       FD CGLC-BUDGET-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 23 CHARACTERS.
       01 CGLC-BUDGET-REC.
          05  CGLC-BUD-ACCT-NO                     PIC 9(4).
          05  CGLC-BUD-ANNUAL-AMT                  PIC S9(7)V99.
          05  CGLC-BUD-PERIOD-AMT                  PIC S9(7)V99.
          05  CGLC-BUD-LIMIT-FLAG                  PIC X.
              88  BUD-HARD-LIMIT            VALUE "H".

      *    ONE ROW PER PO LINE OPENED - THE VALUE STILL COMMITTED
      *    AGAINST THE CHARGE ACCOUNT'S BUDGET.  BOOKLOAD RELIEVES
      *    IT AS STOCK IS RECEIVED; BOOKPOCLOSE RELEASES WHAT IS
      *    LEFT ON A CANCELLED OR SHORT-CLOSED LINE.
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
           05  UT-SYS-BOOKFILE                     PIC X(50)
                                   VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-PO-FILE                      PIC X(50)
                                   VALUE "C:\COBOL\BOOKPOFILE.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-BUDGET-FILE                  PIC X(50)
                                   VALUE "J:\CS3530\COABUDGETFILE.DAT".
           05  UT-SYS-ENCUMB-FILE                  PIC X(50)
                                   VALUE "J:\CS3530\COAENCUMBFILE.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
       01  WS-OP-SUB                               PIC 9(4).
       01  WS-OPENED-COUNT                         PIC 9(5)
                                            VALUE ZERO.
      *    THE ACCOUNT A PO LINE CHARGES - THE INVENTORY ASSET
      *    ACCOUNT BOOKLOAD POSTS RECEIVED STOCK TO.
       01  WS-CHARGE-ACCT                          PIC 9(4)
                                            VALUE 1300.
      *    THE CHARGE ACCOUNT'S BUDGET STANDING, LOADED AT STARTUP
      *    AND KEPT CURRENT AS LINES OPEN.
       01  WS-BUDGET-STANDING.
           05  WS-BUDGET-FOUND                     PIC X
                                            VALUE 'N'.
               88  BUDGET-FOUND              VALUE 'Y'.
           05  WS-BUDGET-HARD                      PIC X
                                            VALUE 'N'.
               88  BUDGET-HARD-LIMIT         VALUE 'Y'.
           05  WS-BUDGET-AMT                       PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-ACTUAL-AMT                       PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-ENCUMBERED-AMT                   PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-LINE-VALUE                       PIC 9(7)V99.
           05  WS-PROJECTED-AMT                    PIC S9(9)V99.

       PROCEDURE DIVISION.
      *************************************************************
           DISPLAY "  ON HAND " BR-QTY-ON-HAND " REORDER PT "
               BR-REORDER-POINT " ORDER QTY " WS-ORDER-QTY
               " COST " BR-BOOK-PRICE
           COMPUTE WS-LINE-VALUE = WS-ORDER-QTY * BR-BOOK-PRICE
           PERFORM 360-CHECK-BUDGET THRU 360-EXIT
           DISPLAY "OPEN THIS PO LINE? (Y/N): "
           ACCEPT WS-ACCEPT-FLAG
           IF NOT LINE-ACCEPTED
           MOVE "O" TO PO-STATUS
           MOVE ZERO TO PO-RECEIVED-QTY
           WRITE BOOK-PO-REC
           PERFORM 380-WRITE-ENCUMBRANCE THRU 380-EXIT
           ADD 1 TO WS-NEXT-PO-NO
           ADD 1 TO WS-OPENED-COUNT
           DISPLAY "PO LINE " PO-NUMBER " OPENED".
       340-EXIT.
           EXIT.
      ***************************************************************
      *  Warn the buyer when the proposed line would push a
      *  hard-limited charge account's actual plus encumbered past
      *  its annual budget.  The buyer still decides.
      ***************************************************************
       360-CHECK-BUDGET.
           IF NOT BUDGET-FOUND OR NOT BUDGET-HARD-LIMIT
               GO TO 360-EXIT
           END-IF
           COMPUTE WS-PROJECTED-AMT =
               WS-ACTUAL-AMT + WS-ENCUMBERED-AMT + WS-LINE-VALUE
           IF WS-PROJECTED-AMT > WS-BUDGET-AMT
               DISPLAY "  *** WARNING - ACCOUNT " WS-CHARGE-ACCT
                   " IS HARD-LIMITED: ACTUAL PLUS ENCUMBERED WOULD "
                   "BE " WS-PROJECTED-AMT
               DISPLAY "  *** AGAINST A BUDGET OF " WS-BUDGET-AMT
           END-IF.
       360-EXIT.
           EXIT.
      ***************************************************************
      *  Encumber the line just opened against the charge account.
      ***************************************************************
       380-WRITE-ENCUMBRANCE.
           MOVE SPACES TO CGLC-ENCUMB-REC
           MOVE PO-NUMBER TO ENC-PO-NUMBER
           MOVE WS-CHARGE-ACCT TO ENC-ACCT-NO
           MOVE PO-ISBN TO ENC-ISBN
           MOVE WS-LINE-VALUE TO ENC-ORIG-AMT
           MOVE WS-LINE-VALUE TO ENC-OPEN-AMT
           MOVE ZERO TO ENC-RELIEVED-AMT
           MOVE "O" TO ENC-STATUS
           MOVE WS-TODAY-DATE TO ENC-OPENED-DATE
           MOVE ZERO TO ENC-CLOSED-DATE
           WRITE CGLC-ENCUMB-REC
           ADD WS-LINE-VALUE TO WS-ENCUMBERED-AMT.
       380-EXIT.
           EXIT.
      ***************************************************************
      *  The charge account's budget, actual balance, and what is
      *  already encumbered against it.
      ***************************************************************
       950-LOAD-BUDGET-STANDING.
           OPEN INPUT CGLC-BUDGET-FILE
           MOVE WS-CHARGE-ACCT TO CGLC-BUD-ACCT-NO
           READ CGLC-BUDGET-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-BUDGET-FOUND
                   MOVE CGLC-BUD-ANNUAL-AMT TO WS-BUDGET-AMT
                   IF BUD-HARD-LIMIT
                       MOVE 'Y' TO WS-BUDGET-HARD
                   END-IF
           END-READ
           CLOSE CGLC-BUDGET-FILE
           OPEN INPUT CGL-COA-MASTER-FILE
           MOVE WS-CHARGE-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE CGLC-MSTR-CUR-BALANCE TO WS-ACTUAL-AMT
           END-READ
           CLOSE CGL-COA-MASTER-FILE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CGLC-ENCUMB-FILE
           PERFORM UNTIL EOF
               READ CGLC-ENCUMB-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF ENC-OPEN AND ENC-ACCT-NO = WS-CHARGE-ACCT
                           ADD ENC-OPEN-AMT TO WS-ENCUMBERED-AMT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGLC-ENCUMB-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       950-EXIT.
           EXIT.
      ***************************************************************
      *   Load the open PO lines (for the duplicate check and the
      *   next PO number) and the charge account's budget standing,
      *   then open the files with the PO and encumbrance files in
      *   extend mode for the new lines.
      ***************************************************************
       900-INITIALIZATION.
           END-PERFORM
           CLOSE BOOK-PO-FILE
           MOVE 'N' TO WS-END-OF-FILE
           PERFORM 950-LOAD-BUDGET-STANDING THRU 950-EXIT.
           OPEN EXTEND BOOK-PO-FILE.
           OPEN EXTEND CGLC-ENCUMB-FILE.
           OPEN INPUT BOOK-FILE.
           OPEN INPUT VENDOR-MASTER-FILE.
       900-EXIT.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE BOOK-PO-FILE.
           CLOSE CGLC-ENCUMB-FILE.
           CLOSE BOOK-FILE.
           CLOSE VENDOR-MASTER-FILE.
       910-EXIT.
