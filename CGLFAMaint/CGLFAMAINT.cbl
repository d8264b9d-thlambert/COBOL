       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CGLFAMAINT.
       AUTHOR.  COLE SQUIRE.
      *****************************************************************
      * Maintenance for the fixed asset master.  Depreciation used to
      * be one flat amount on COASTANDING.DAT with nothing behind it;
      * each asset now carries its cost, salvage value, in-service
      * date, useful life in months, method (S straight-line, D
      * double-declining balance), and the three ledger accounts it
      * touches - the asset account its cost sits in, the
      * accumulated-depreciation account, and the depreciation
      * expense account - each validated here against the COA master
      * so a typo is fixed by the person making it.
      *
      * Accumulated depreciation is never keyed: CGLFADEPR maintains
      * it.  Disposing of an asset records the disposal date, the
      * proceeds, the account the proceeds went to and the gain/loss
      * account, and leaves the asset "disposal pending" for the next
      * CGLFADEPR run to post the entry that takes it off the books.
      *
      *   File  :  J:\CS3530\FAMASTER.DAT
      *   Input :  J:\CS3530\COAFILEMASTER.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FA-MASTER-FILE
                 ASSIGN TO UT-SYS-FA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS FA-ASSET-NO.
           SELECT CGL-COA-MASTER-FILE
                 ASSIGN TO UT-SYS-COA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.

       DATA DIVISION.
       FILE SECTION.

      *    ONE ROW PER ASSET.  STATUS: A IN SERVICE, P DISPOSAL KEYED
      *    AND WAITING FOR THE DEPRECIATION RUN TO POST IT, D DISPOSED
      *    AND OFF THE BOOKS.
       FD FA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 130 CHARACTERS.
       01 FA-MASTER-REC.
          05  FA-ASSET-NO                          PIC 9(6).
          05  FA-DESCRIPTION                       PIC X(30).
          05  FA-COST                              PIC 9(7)V99.
          05  FA-SALVAGE                           PIC 9(7)V99.
          05  FA-IN-SERVICE-DATE                   PIC 9(8).
          05  FA-LIFE-MONTHS                       PIC 9(3).
          05  FA-METHOD                            PIC X.
              88  FA-STRAIGHT-LINE          VALUE "S".
              88  FA-DECLINING-BALANCE      VALUE "D".
          05  FA-ASSET-ACCT                        PIC 9(4).
          05  FA-ACCUM-ACCT                        PIC 9(4).
          05  FA-EXPENSE-ACCT                      PIC 9(4).
          05  FA-ACCUM-DEPR                        PIC 9(7)V99.
          05  FA-LAST-DEPR-PERIOD                  PIC 9(6).
          05  FA-STATUS                            PIC X.
              88  FA-IN-SERVICE             VALUE "A".
              88  FA-DISPOSAL-PENDING       VALUE "P".
              88  FA-DISPOSED               VALUE "D".
          05  FA-DISPOSAL-DATE                     PIC 9(8).
          05  FA-PROCEEDS                          PIC 9(7)V99.
          05  FA-PROCEEDS-ACCT                     PIC 9(4).
          05  FA-GAIN-LOSS-ACCT                    PIC 9(4).
          05  FA-OPERATOR-ID                       PIC X(8).
          05  FILLER                               PIC X(3).

       FD CGL-COA-MASTER-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 63 CHARACTERS.
       01 CGL-COA-MSTR-REC.
          05  CGLC-MSTR-NO                         PIC 9(4).
          05  CGLC-MSTR-BEG-BALANCE                PIC S9(7)V99.
          05  CGLC-MSTR-CUR-BALANCE                PIC S9(7)V99.
          05  CGLC-MSTR-ACCT-ACTIVE                PIC X.
              88  MSTR-ACCT-ACTIVE          VALUE "A".
          05  CGLC-MSTR-ACCT-TYPE                  PIC X.
              88  MSTR-TYPE-INCOME          VALUE "I".
              88  MSTR-TYPE-EXPENSE         VALUE "E".
              88  MSTR-TYPE-CASH            VALUE "C".
              88  MSTR-TYPE-ASSET           VALUE "A".
          05  CGLC-MSTR-DESCRIPTION                PIC X(30).
          05  CGLC-MSTR-EFF-DATE                   PIC 9(8).
          05  CGLC-MSTR-PEND-STATUS                PIC X.

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
           05  UT-SYS-FA-MASTER-FILE               PIC X(50)
                                   VALUE "J:\CS3530\FAMASTER.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COAFILEMASTER.DAT".
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
           05  WS-MENU-CHOICE                      PIC X.
           05  WS-ASSET-NOT-FOUND                  PIC X
                                            VALUE 'F'.
               88  ASSET-FOUND               VALUE 'T'.
           05  WS-FIELDS-OK                        PIC X
                                            VALUE 'N'.
               88  FIELDS-OK                 VALUE 'Y'.
           05  WS-ACCT-OK                          PIC X
                                            VALUE 'N'.
               88  ACCT-OK                   VALUE 'Y'.
           05  WS-DATE-OK                          PIC X
                                            VALUE 'N'.
               88  DATE-OK                   VALUE 'Y'.
      *    THE ACCOUNT BEING CHECKED AND THE TYPE IT MUST CARRY -
      *    "A" ACCEPTS AN ASSET OR CASH ACCOUNT, "E" AN EXPENSE
      *    ACCOUNT, "G" AN INCOME OR EXPENSE ACCOUNT (GAIN/LOSS).
       01  WS-CHECK-ACCT                           PIC 9(4).
       01  WS-CHECK-KIND                           PIC X.
       01  WS-ACCT-CAPTION                         PIC X(24).
      *    REAL-CALENDAR EDIT FOR THE KEYED DATES - THE SAME CHECK
      *    CGLJRNLENTRY APPLIES TO AN EFFECTIVE DATE.
       01  WS-EDIT-DATE.
           05  WS-ED-YEAR                          PIC 9(4).
           05  WS-ED-MONTH                         PIC 99.
           05  WS-ED-DAY                           PIC 99.
       01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE   PIC 9(8).
       01  WS-MONTH-DAYS-TABLE.
           05  FILLER                              PIC X(24)
                       VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS                       PIC 99
                                            OCCURS 12 TIMES.
       01  WS-MAX-DAY                              PIC 99.
       01  WS-LEAP-REM                             PIC 9(4).
       01  WS-NET-BOOK-VALUE                       PIC S9(7)V99.

       PROCEDURE DIVISION.
      ***************************************************************
      *   Do startup tasks.
      *   Loop until the user chooses to exit.
      *   Do ending tasks.
      ***************************************************************
       100-MAIN.
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
      *    ASSET RECORDS DRIVE LEDGER POSTINGS - AN INQUIRE-ONLY
      *    OPERATOR (LEVEL 1) IS NOT LET IN.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR FIXED ASSET MAINTENANCE"
           ELSE
               PERFORM 200-PROCESS-FILE THRU 200-EXIT
                       UNTIL OK-TO-STOP
           END-IF.
           PERFORM 910-END-PROGRAM-RTN.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "CGLFAMAINT" TO SGN-PROGRAM-NAME
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
      *   Display the menu and dispatch.
      ***************************************************************
       200-PROCESS-FILE.
           DISPLAY "1. ADD ASSET"
           DISPLAY "2. UPDATE ASSET"
           DISPLAY "3. VIEW ASSET"
           DISPLAY "4. DISPOSE OF ASSET"
           DISPLAY "5. EXIT"
           DISPLAY "ENTER MENU OPTION: "
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "1"
                   PERFORM 300-ADD-ASSET THRU 300-EXIT
               WHEN "2"
                   PERFORM 400-UPDATE-ASSET THRU 400-EXIT
               WHEN "3"
                   PERFORM 500-VIEW-ASSET THRU 500-EXIT
               WHEN "4"
                   PERFORM 600-DISPOSE-ASSET THRU 600-EXIT
               WHEN "5"
                   MOVE 'Y' TO WS-STOP-PROGRAM
           END-EVALUATE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   Add a new asset.  It goes on in service with nothing
      *   depreciated yet.
      ***************************************************************
       300-ADD-ASSET.
           DISPLAY "ASSET NUMBER: "
           ACCEPT FA-ASSET-NO
           PERFORM 700-READ-FA-MASTER THRU 700-EXIT
           IF ASSET-FOUND
               DISPLAY "ASSET ALREADY EXISTS"
               GO TO 300-EXIT
           END-IF
           MOVE ZERO TO FA-ACCUM-DEPR
           MOVE ZERO TO FA-LAST-DEPR-PERIOD
           MOVE "A" TO FA-STATUS
           MOVE ZERO TO FA-DISPOSAL-DATE
           MOVE ZERO TO FA-PROCEEDS
           MOVE ZERO TO FA-PROCEEDS-ACCT
           MOVE ZERO TO FA-GAIN-LOSS-ACCT
           PERFORM 350-ACCEPT-ASSET-FIELDS THRU 350-EXIT
           IF FIELDS-OK
               MOVE WS-OPERATOR-ID TO FA-OPERATOR-ID
               WRITE FA-MASTER-REC
                   INVALID KEY DISPLAY "ERROR WRITING ASSET"
                   NOT INVALID KEY DISPLAY "ASSET ADDED"
               END-WRITE
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Accept the asset's fields and validate them: a real
      *   in-service date, a cost above salvage, a life, a known
      *   method, and the three accounts active on the COA master as
      *   the right type.
      ***************************************************************
       350-ACCEPT-ASSET-FIELDS.
           MOVE 'N' TO WS-FIELDS-OK
           DISPLAY "DESCRIPTION: "
           ACCEPT FA-DESCRIPTION
           DISPLAY "COST: "
           ACCEPT FA-COST
           DISPLAY "SALVAGE VALUE: "
           ACCEPT FA-SALVAGE
           DISPLAY "IN-SERVICE DATE (YYYYMMDD): "
           ACCEPT FA-IN-SERVICE-DATE
           DISPLAY "USEFUL LIFE IN MONTHS: "
           ACCEPT FA-LIFE-MONTHS
           DISPLAY "METHOD (S STRAIGHT-LINE, D DECLINING BALANCE): "
           ACCEPT FA-METHOD
           DISPLAY "ASSET ACCOUNT: "
           ACCEPT FA-ASSET-ACCT
           DISPLAY "ACCUMULATED DEPRECIATION ACCOUNT: "
           ACCEPT FA-ACCUM-ACCT
           DISPLAY "DEPRECIATION EXPENSE ACCOUNT: "
           ACCEPT FA-EXPENSE-ACCT
           MOVE FA-IN-SERVICE-DATE TO WS-EDIT-DATE-N
           PERFORM 750-VALIDATE-DATE THRU 750-EXIT
           IF NOT DATE-OK
               DISPLAY "INVALID IN-SERVICE DATE - NOT SAVED"
               GO TO 350-EXIT
           END-IF
           IF FA-COST = ZERO OR FA-SALVAGE NOT < FA-COST
               DISPLAY "COST MUST BE ABOVE SALVAGE - NOT SAVED"
               GO TO 350-EXIT
           END-IF
           IF FA-LIFE-MONTHS = ZERO
               DISPLAY "USEFUL LIFE MUST BE AT LEAST ONE MONTH - "
                   "NOT SAVED"
               GO TO 350-EXIT
           END-IF
           IF NOT FA-STRAIGHT-LINE AND NOT FA-DECLINING-BALANCE
               DISPLAY "METHOD MUST BE S OR D - NOT SAVED"
               GO TO 350-EXIT
           END-IF
           MOVE FA-ASSET-ACCT TO WS-CHECK-ACCT
           MOVE "A" TO WS-CHECK-KIND
           MOVE "ASSET ACCOUNT" TO WS-ACCT-CAPTION
           PERFORM 770-VALIDATE-ACCOUNT THRU 770-EXIT
           IF NOT ACCT-OK
               GO TO 350-EXIT
           END-IF
           MOVE FA-ACCUM-ACCT TO WS-CHECK-ACCT
           MOVE "A" TO WS-CHECK-KIND
           MOVE "ACCUMULATED DEPR ACCOUNT" TO WS-ACCT-CAPTION
           PERFORM 770-VALIDATE-ACCOUNT THRU 770-EXIT
           IF NOT ACCT-OK
               GO TO 350-EXIT
           END-IF
           MOVE FA-EXPENSE-ACCT TO WS-CHECK-ACCT
           MOVE "E" TO WS-CHECK-KIND
           MOVE "EXPENSE ACCOUNT" TO WS-ACCT-CAPTION
           PERFORM 770-VALIDATE-ACCOUNT THRU 770-EXIT
           IF NOT ACCT-OK
               GO TO 350-EXIT
           END-IF
           MOVE 'Y' TO WS-FIELDS-OK.
       350-EXIT.
           EXIT.
      ***************************************************************
      *   Change an existing asset.  Once depreciation has been taken
      *   the cost basis belongs to the ledger - a changed cost would
      *   no longer tie to the asset account - so only an asset with
      *   nothing depreciated yet may be rekeyed in full.
      ***************************************************************
       400-UPDATE-ASSET.
           DISPLAY "ASSET NUMBER: "
           ACCEPT FA-ASSET-NO
           PERFORM 700-READ-FA-MASTER THRU 700-EXIT
           IF NOT ASSET-FOUND
               DISPLAY "ASSET IS NOT ON FILE"
               GO TO 400-EXIT
           END-IF
           IF NOT FA-IN-SERVICE
               DISPLAY "ASSET IS DISPOSED OR PENDING DISPOSAL - "
                   "NOT CHANGED"
               GO TO 400-EXIT
           END-IF
           IF FA-ACCUM-DEPR NOT = ZERO
               DISPLAY "DEPRECIATION ALREADY TAKEN - ONLY THE "
                   "DESCRIPTION MAY CHANGE"
               DISPLAY "DESCRIPTION: "
               ACCEPT FA-DESCRIPTION
               MOVE 'Y' TO WS-FIELDS-OK
           ELSE
               DISPLAY "CURRENT DESCRIPTION: " FA-DESCRIPTION
               PERFORM 350-ACCEPT-ASSET-FIELDS THRU 350-EXIT
           END-IF
           IF FIELDS-OK
               MOVE WS-OPERATOR-ID TO FA-OPERATOR-ID
               REWRITE FA-MASTER-REC
                   INVALID KEY DISPLAY "ERROR REWRITING ASSET"
                   NOT INVALID KEY DISPLAY "ASSET UPDATED"
               END-REWRITE
           END-IF.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Display one asset with its net book value.
      ***************************************************************
       500-VIEW-ASSET.
           DISPLAY "ASSET NUMBER: "
           ACCEPT FA-ASSET-NO
           PERFORM 700-READ-FA-MASTER THRU 700-EXIT
           IF NOT ASSET-FOUND
               DISPLAY "ASSET IS NOT ON FILE"
               GO TO 500-EXIT
           END-IF
           COMPUTE WS-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPR
           DISPLAY "NUMBER. . . . . " FA-ASSET-NO
           DISPLAY "DESCRIPTION . . " FA-DESCRIPTION
           DISPLAY "COST. . . . . . " FA-COST
           DISPLAY "SALVAGE . . . . " FA-SALVAGE
           DISPLAY "IN SERVICE. . . " FA-IN-SERVICE-DATE
           DISPLAY "LIFE (MONTHS) . " FA-LIFE-MONTHS
           DISPLAY "METHOD. . . . . " FA-METHOD
           DISPLAY "ASSET ACCT. . . " FA-ASSET-ACCT
           DISPLAY "ACCUM ACCT. . . " FA-ACCUM-ACCT
           DISPLAY "EXPENSE ACCT. . " FA-EXPENSE-ACCT
           DISPLAY "ACCUM DEPR. . . " FA-ACCUM-DEPR
           DISPLAY "NET BOOK VALUE. " WS-NET-BOOK-VALUE
           DISPLAY "LAST PERIOD . . " FA-LAST-DEPR-PERIOD
           DISPLAY "STATUS. . . . . " FA-STATUS
           IF NOT FA-IN-SERVICE
               DISPLAY "DISPOSED. . . . " FA-DISPOSAL-DATE
               DISPLAY "PROCEEDS. . . . " FA-PROCEEDS
           END-IF.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   Record a disposal.  The entry itself is posted by the next
      *   CGLFADEPR run, after the asset's final month of
      *   depreciation, so the gain or loss is struck against the
      *   right book value.
      ***************************************************************
       600-DISPOSE-ASSET.
           DISPLAY "ASSET NUMBER: "
           ACCEPT FA-ASSET-NO
           PERFORM 700-READ-FA-MASTER THRU 700-EXIT
           IF NOT ASSET-FOUND
               DISPLAY "ASSET IS NOT ON FILE"
               GO TO 600-EXIT
           END-IF
           IF NOT FA-IN-SERVICE
               DISPLAY "ASSET IS ALREADY DISPOSED OR PENDING"
               GO TO 600-EXIT
           END-IF
           DISPLAY "ASSET: " FA-DESCRIPTION
           DISPLAY "DISPOSAL DATE (YYYYMMDD): "
           ACCEPT FA-DISPOSAL-DATE
           DISPLAY "PROCEEDS (0 IF SCRAPPED): "
           ACCEPT FA-PROCEEDS
           DISPLAY "ACCOUNT THE PROCEEDS WENT TO: "
           ACCEPT FA-PROCEEDS-ACCT
           DISPLAY "GAIN/LOSS ACCOUNT: "
           ACCEPT FA-GAIN-LOSS-ACCT
           MOVE FA-DISPOSAL-DATE TO WS-EDIT-DATE-N
           PERFORM 750-VALIDATE-DATE THRU 750-EXIT
           IF NOT DATE-OK OR FA-DISPOSAL-DATE < FA-IN-SERVICE-DATE
               DISPLAY "INVALID DISPOSAL DATE - NOT SAVED"
               GO TO 600-EXIT
           END-IF
           IF FA-PROCEEDS NOT = ZERO
               MOVE FA-PROCEEDS-ACCT TO WS-CHECK-ACCT
               MOVE "A" TO WS-CHECK-KIND
               MOVE "PROCEEDS ACCOUNT" TO WS-ACCT-CAPTION
               PERFORM 770-VALIDATE-ACCOUNT THRU 770-EXIT
               IF NOT ACCT-OK
                   GO TO 600-EXIT
               END-IF
           END-IF
           MOVE FA-GAIN-LOSS-ACCT TO WS-CHECK-ACCT
           MOVE "G" TO WS-CHECK-KIND
           MOVE "GAIN/LOSS ACCOUNT" TO WS-ACCT-CAPTION
           PERFORM 770-VALIDATE-ACCOUNT THRU 770-EXIT
           IF NOT ACCT-OK
               GO TO 600-EXIT
           END-IF
           MOVE "P" TO FA-STATUS
           MOVE WS-OPERATOR-ID TO FA-OPERATOR-ID
           REWRITE FA-MASTER-REC
               INVALID KEY DISPLAY "ERROR REWRITING ASSET"
               NOT INVALID KEY
                   DISPLAY "DISPOSAL RECORDED - POSTS ON THE NEXT "
                       "DEPRECIATION RUN"
           END-REWRITE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Read a record from the fixed asset master file.
      ***************************************************************
       700-READ-FA-MASTER.
           READ FA-MASTER-FILE
              INVALID KEY MOVE 'F' TO WS-ASSET-NOT-FOUND
              NOT INVALID KEY MOVE 'T' TO WS-ASSET-NOT-FOUND
           END-READ.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Real-calendar edit: valid month, valid day for the month
      *   with the full 4/100/400 leap rule.
      ***************************************************************
       750-VALIDATE-DATE.
           MOVE 'N' TO WS-DATE-OK
           IF WS-ED-MONTH < 1 OR WS-ED-MONTH > 12
               GO TO 750-EXIT
           END-IF
           MOVE WS-MONTH-DAYS (WS-ED-MONTH) TO WS-MAX-DAY
           IF WS-ED-MONTH = 2
               COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-ED-YEAR, 4)
               IF WS-LEAP-REM = ZERO
                   COMPUTE WS-LEAP-REM = FUNCTION MOD(WS-ED-YEAR, 100)
                   IF WS-LEAP-REM NOT = ZERO
                       MOVE 29 TO WS-MAX-DAY
                   ELSE
                       COMPUTE WS-LEAP-REM =
                           FUNCTION MOD(WS-ED-YEAR, 400)
                       IF WS-LEAP-REM = ZERO
                           MOVE 29 TO WS-MAX-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ED-DAY < 1 OR WS-ED-DAY > WS-MAX-DAY
               GO TO 750-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-OK.
       750-EXIT.
           EXIT.
      ***************************************************************
      *   The account in WS-CHECK-ACCT must be on the COA master,
      *   active, and of the kind WS-CHECK-KIND asks for.
      ***************************************************************
       770-VALIDATE-ACCOUNT.
           MOVE 'N' TO WS-ACCT-OK
           MOVE WS-CHECK-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY
                   DISPLAY WS-ACCT-CAPTION " " WS-CHECK-ACCT
                       " NOT ON THE COA MASTER - NOT SAVED"
                   GO TO 770-EXIT
           END-READ
           IF NOT MSTR-ACCT-ACTIVE
               DISPLAY WS-ACCT-CAPTION " " WS-CHECK-ACCT
                   " IS NOT ACTIVE - NOT SAVED"
               GO TO 770-EXIT
           END-IF
           EVALUATE WS-CHECK-KIND
               WHEN "A"
                   IF MSTR-TYPE-ASSET OR MSTR-TYPE-CASH
                       MOVE 'Y' TO WS-ACCT-OK
                   END-IF
               WHEN "E"
                   IF MSTR-TYPE-EXPENSE
                       MOVE 'Y' TO WS-ACCT-OK
                   END-IF
               WHEN "G"
                   IF MSTR-TYPE-INCOME OR MSTR-TYPE-EXPENSE
                       MOVE 'Y' TO WS-ACCT-OK
                   END-IF
           END-EVALUATE
           IF NOT ACCT-OK
               DISPLAY WS-ACCT-CAPTION " " WS-CHECK-ACCT
                   " IS THE WRONG ACCOUNT TYPE - NOT SAVED"
           END-IF.
       770-EXIT.
           EXIT.
      ***************************************************************
      *   Open the files and sign on.
      ***************************************************************
       900-INITIALIZATION.
           OPEN I-O FA-MASTER-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE FA-MASTER-FILE.
           CLOSE CGL-COA-MASTER-FILE.
       910-EXIT.
           EXIT.
