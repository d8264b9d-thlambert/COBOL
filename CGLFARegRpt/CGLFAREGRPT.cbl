       IDENTIFICATION DIVISION.
       PROGRAM-ID. CGLFAREGRPT.
       AUTHOR. COLE SQUIRE.
      *******************************************************************
      * Fixed asset register.  Lists every asset still on the books
      * (in service or waiting for its disposal to post) with its
      * cost, accumulated depreciation and net book value, then ties
      * the register to the balance sheet: for each asset account the
      * total cost must equal the account's balance on the COA
      * master, and for each accumulated-depreciation account the
      * total accumulated depreciation must equal the account's
      * (credit) balance.  Any difference is flagged.
      *
      * CGLFADEPR writes its entries to COAJRNLFILE.DAT for
      * CGLJOURNALPOST, so the register ties once those entries have
      * posted - run it after the nightly posting, not between the
      * depreciation run and the posting.
      *
      * Input:  J:\CS3530\FAMASTER.DAT
      *         J:\CS3530\COAFILEMASTER.DAT
      * Output: J:\CS3530\FAREGISTERRPT.DAT
      *******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FA-MASTER-FILE
               ASSIGN TO UT-SYS-FA-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-NO.
           SELECT CGL-COA-MASTER-FILE
               ASSIGN TO UT-SYS-COA-MASTER-FILE
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CGLC-MSTR-NO.
           SELECT CGLC-FA-REGISTER-FILE
               ASSIGN TO UT-SYS-FA-REGISTER-FILE
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      *    SAME 130-BYTE LAYOUT CGLFAMAINT MAINTAINS.
       FD  FA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 130 CHARACTERS.
       01  FA-MASTER-REC.
           05  FA-ASSET-NO                 PIC 9(6).
           05  FA-DESCRIPTION              PIC X(30).
           05  FA-COST                     PIC 9(7)V99.
           05  FA-SALVAGE                  PIC 9(7)V99.
           05  FA-IN-SERVICE-DATE          PIC 9(8).
           05  FA-LIFE-MONTHS              PIC 9(3).
           05  FA-METHOD                   PIC X.
           05  FA-ASSET-ACCT               PIC 9(4).
           05  FA-ACCUM-ACCT               PIC 9(4).
           05  FA-EXPENSE-ACCT             PIC 9(4).
           05  FA-ACCUM-DEPR               PIC 9(7)V99.
           05  FA-LAST-DEPR-PERIOD         PIC 9(6).
           05  FA-STATUS                   PIC X.
               88  FA-DISPOSED             VALUE "D".
           05  FA-DISPOSAL-DATE            PIC 9(8).
           05  FA-PROCEEDS                 PIC 9(7)V99.
           05  FA-PROCEEDS-ACCT            PIC 9(4).
           05  FA-GAIN-LOSS-ACCT           PIC 9(4).
           05  FA-OPERATOR-ID              PIC X(8).
           05  FILLER                      PIC X(3).
       FD  CGL-COA-MASTER-FILE
           LABEL RECORDS ARE STANDARD
           RECORD CONTAINS 63 CHARACTERS.
       01  CGL-COA-MSTR-REC.
           05  CGLC-MSTR-NO                PIC 9(4).
           05  CGLC-MSTR-BEG-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-CUR-BALANCE       PIC S9(7)V99.
           05  CGLC-MSTR-ACCT-ACTIVE       PIC X.
           05  CGLC-MSTR-ACCT-TYPE         PIC X.
           05  CGLC-MSTR-DESCRIPTION       PIC X(30).
           05  CGLC-MSTR-EFF-DATE          PIC 9(8).
           05  CGLC-MSTR-PEND-STATUS       PIC X.
       FD  CGLC-FA-REGISTER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  CGLC-FA-REGISTER-REC.
           05  CGLC-FG-ASSET-NO            PIC 9(6).
           05  FILLER                      PIC X.
           05  CGLC-FG-DESCRIPTION         PIC X(30).
           05  FILLER                      PIC X.
           05  CGLC-FG-IN-SERVICE          PIC 9(8).
           05  FILLER                      PIC X.
           05  CGLC-FG-COST                PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-FG-ACCUM               PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-FG-NBV                 PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-FG-STATUS              PIC X.
           05  FILLER                      PIC X(15).
      *    TIE-OUT LINE - ONE PER LEDGER ACCOUNT THE REGISTER FEEDS.
       01  CGLC-FA-TIE-REC.
           05  CGLC-FT-CAPTION             PIC X(12).
           05  FILLER                      PIC X.
           05  CGLC-FT-ACCT-NO             PIC 9(4).
           05  FILLER                      PIC X.
           05  CGLC-FT-ACCT-DESC           PIC X(20).
           05  FILLER                      PIC X.
           05  CGLC-FT-REGISTER            PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-FT-LEDGER              PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-FT-DIFFERENCE          PIC -(7)9.99.
           05  FILLER                      PIC X.
           05  CGLC-FT-NOTE                PIC X(14).
           05  FILLER                      PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILES.
           05  UT-SYS-FA-MASTER-FILE       PIC X(50)
               VALUE "J:\CS3530\FAMASTER.DAT".
           05  UT-SYS-COA-MASTER-FILE      PIC X(50)
               VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-FA-REGISTER-FILE     PIC X(50)
               VALUE "J:\CS3530\FAREGISTERRPT.DAT".
       01  WS-SWITCHES.
           05  WS-END-OF-FILE              PIC X      VALUE "N".
               88  EOF                     VALUE "Y".
      *    ONE ENTRY PER LEDGER ACCOUNT THE REGISTER FEEDS - KIND "C"
      *    AN ASSET (COST) ACCOUNT, "A" AN ACCUMULATED-DEPRECIATION
      *    ACCOUNT.
       01  WS-TIE-TABLE.
           05  WS-TIE-COUNT                PIC 9(3)   VALUE ZERO.
           05  WS-TIE-ENTRY OCCURS 100 TIMES.
               10  WS-TIE-ACCT             PIC 9(4).
               10  WS-TIE-KIND             PIC X.
               10  WS-TIE-TOTAL            PIC S9(9)V99.
       01  WS-SUB                          PIC 9(3).
       01  WS-FOUND-SUB                    PIC 9(3).
       01  WS-FIND-ACCT                    PIC 9(4).
       01  WS-FIND-KIND                    PIC X.
       01  WS-REG-TOTALS.
           05  WS-ASSET-COUNT              PIC 9(5)   VALUE ZERO.
           05  WS-TOTAL-COST               PIC S9(9)V99 VALUE ZERO.
           05  WS-TOTAL-ACCUM              PIC S9(9)V99 VALUE ZERO.
           05  WS-NBV                      PIC S9(9)V99 VALUE ZERO.
           05  WS-LEDGER-AMT               PIC S9(9)V99 VALUE ZERO.
           05  WS-DIFFERENCE               PIC S9(9)V99 VALUE ZERO.
           05  WS-OUT-OF-TIE-COUNT         PIC 9(3)   VALUE ZERO.

       PROCEDURE DIVISION.
      *****************************************************************
      *  List every asset on the books, then tie each account the
      *  register feeds to the ledger.
      *****************************************************************
       100-MAIN.
           MOVE ZERO TO RETURN-CODE
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-READ-ASSET THRU 200-EXIT.
           PERFORM 300-LIST-ASSET THRU 300-EXIT
                   UNTIL EOF.
           PERFORM 400-WRITE-TOTAL THRU 400-EXIT.
           PERFORM 500-TIE-TO-LEDGER THRU 500-EXIT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TIE-COUNT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "FIXED ASSET REGISTER COMPLETE - " WS-ASSET-COUNT
               " ASSETS, NET BOOK VALUE " WS-NBV.
           IF WS-OUT-OF-TIE-COUNT > ZERO
               DISPLAY WS-OUT-OF-TIE-COUNT " ACCOUNTS DO NOT TIE TO "
                   "THE LEDGER - SEE FAREGISTERRPT.DAT"
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.
      *****************************************************************
      *  Read the next asset off the master.
      *****************************************************************
       200-READ-ASSET.
           READ FA-MASTER-FILE
               AT END MOVE "Y" TO WS-END-OF-FILE
           END-READ.
       200-EXIT.
           EXIT.
      *****************************************************************
      *  One register line per asset still on the books, folded into
      *  the per-account totals.
      *****************************************************************
       300-LIST-ASSET.
           IF FA-DISPOSED
               GO TO 300-NEXT
           END-IF
           MOVE SPACES TO CGLC-FA-REGISTER-REC
           MOVE FA-ASSET-NO TO CGLC-FG-ASSET-NO
           MOVE FA-DESCRIPTION TO CGLC-FG-DESCRIPTION
           MOVE FA-IN-SERVICE-DATE TO CGLC-FG-IN-SERVICE
           MOVE FA-COST TO CGLC-FG-COST
           MOVE FA-ACCUM-DEPR TO CGLC-FG-ACCUM
           COMPUTE CGLC-FG-NBV = FA-COST - FA-ACCUM-DEPR
           MOVE FA-STATUS TO CGLC-FG-STATUS
           WRITE CGLC-FA-REGISTER-REC
           ADD 1 TO WS-ASSET-COUNT
           ADD FA-COST TO WS-TOTAL-COST
           ADD FA-ACCUM-DEPR TO WS-TOTAL-ACCUM
           MOVE FA-ASSET-ACCT TO WS-FIND-ACCT
           MOVE "C" TO WS-FIND-KIND
           PERFORM 350-FIND-TIE-ENTRY THRU 350-EXIT
           ADD FA-COST TO WS-TIE-TOTAL (WS-FOUND-SUB)
           MOVE FA-ACCUM-ACCT TO WS-FIND-ACCT
           MOVE "A" TO WS-FIND-KIND
           PERFORM 350-FIND-TIE-ENTRY THRU 350-EXIT
           ADD FA-ACCUM-DEPR TO WS-TIE-TOTAL (WS-FOUND-SUB).
       300-NEXT.
           PERFORM 200-READ-ASSET THRU 200-EXIT.
       300-EXIT.
           EXIT.
      *****************************************************************
      *  Find-or-add the account's tie-out entry.
      *****************************************************************
       350-FIND-TIE-ENTRY.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TIE-COUNT
               IF WS-TIE-ACCT (WS-SUB) = WS-FIND-ACCT
                       AND WS-TIE-KIND (WS-SUB) = WS-FIND-KIND
                   MOVE WS-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB = ZERO
               ADD 1 TO WS-TIE-COUNT
               MOVE WS-TIE-COUNT TO WS-FOUND-SUB
               MOVE WS-FIND-ACCT TO WS-TIE-ACCT (WS-FOUND-SUB)
               MOVE WS-FIND-KIND TO WS-TIE-KIND (WS-FOUND-SUB)
               MOVE ZERO TO WS-TIE-TOTAL (WS-FOUND-SUB)
           END-IF.
       350-EXIT.
           EXIT.
      *****************************************************************
      *  Register totals.
      *****************************************************************
       400-WRITE-TOTAL.
           COMPUTE WS-NBV = WS-TOTAL-COST - WS-TOTAL-ACCUM
           MOVE SPACES TO CGLC-FA-REGISTER-REC
           MOVE ZERO TO CGLC-FG-ASSET-NO
           MOVE "REGISTER TOTAL" TO CGLC-FG-DESCRIPTION
           MOVE ZERO TO CGLC-FG-IN-SERVICE
           MOVE WS-TOTAL-COST TO CGLC-FG-COST
           MOVE WS-TOTAL-ACCUM TO CGLC-FG-ACCUM
           MOVE WS-NBV TO CGLC-FG-NBV
           WRITE CGLC-FA-REGISTER-REC.
       400-EXIT.
           EXIT.
      *****************************************************************
      *  Tie one account to the ledger.  Balances are stored debit
      *  positive, so an accumulated-depreciation account's credit
      *  balance is negated before the compare.
      *****************************************************************
       500-TIE-TO-LEDGER.
           MOVE SPACES TO CGLC-FA-TIE-REC
           MOVE WS-TIE-ACCT (WS-SUB) TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY
                   MOVE ZERO TO CGLC-MSTR-CUR-BALANCE
                   MOVE "NOT ON COA MASTER" TO CGLC-MSTR-DESCRIPTION
           END-READ
           IF WS-TIE-KIND (WS-SUB) = "C"
               MOVE "ASSET COST" TO CGLC-FT-CAPTION
               MOVE CGLC-MSTR-CUR-BALANCE TO WS-LEDGER-AMT
           ELSE
               MOVE "ACCUM DEPR" TO CGLC-FT-CAPTION
               COMPUTE WS-LEDGER-AMT = ZERO - CGLC-MSTR-CUR-BALANCE
           END-IF
           COMPUTE WS-DIFFERENCE =
               WS-TIE-TOTAL (WS-SUB) - WS-LEDGER-AMT
           MOVE WS-TIE-ACCT (WS-SUB) TO CGLC-FT-ACCT-NO
           MOVE CGLC-MSTR-DESCRIPTION TO CGLC-FT-ACCT-DESC
           MOVE WS-TIE-TOTAL (WS-SUB) TO CGLC-FT-REGISTER
           MOVE WS-LEDGER-AMT TO CGLC-FT-LEDGER
           MOVE WS-DIFFERENCE TO CGLC-FT-DIFFERENCE
           IF WS-DIFFERENCE = ZERO
               MOVE "TIES" TO CGLC-FT-NOTE
           ELSE
               MOVE "DOES NOT TIE" TO CGLC-FT-NOTE
               ADD 1 TO WS-OUT-OF-TIE-COUNT
           END-IF
           WRITE CGLC-FA-TIE-REC.
       500-EXIT.
           EXIT.
      *****************************************************************
      *   Open the files.
      *****************************************************************
       900-INITIALIZATION.
           OPEN INPUT FA-MASTER-FILE.
           OPEN INPUT CGL-COA-MASTER-FILE.
           OPEN OUTPUT CGLC-FA-REGISTER-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE FA-MASTER-FILE.
           CLOSE CGL-COA-MASTER-FILE.
           CLOSE CGLC-FA-REGISTER-FILE.
       910-EXIT.
           EXIT.
