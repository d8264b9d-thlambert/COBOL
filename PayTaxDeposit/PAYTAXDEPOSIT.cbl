       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYTAXDEPOSIT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Payroll tax deposits.  Every PAYROLL run credits the
      * withholding, employer-tax, and state/local payable accounts,
      * but nothing recorded paying the authority - the payables
      * only grew, and whether a deposit had gone in was a question
      * for whoever kept the bank's confirmation slips.
      *
      * The operator picks the tax authority - F for the federal
      * deposit (federal withholding together with the employer's
      * matching tax), or S or L with the state or locality code -
      * and the last pay date the deposit covers.  What is due is
      * computed from the pay history for every run since the last
      * deposit to that liability: the federal share of each pay
      * row's withholding (its withholding less the state and local
      * rows), the employer tax at the EMPLOYERTAX.DAT rate the run
      * accrued it at, or the jurisdiction's own withholding rows.
      * The figures are shown run by run; the operator then keys the
      * deposit date and the authority's confirmation number.
      *
      * The deposit is recorded one row per liability per pay run
      * covered, which is what PAYDEPOSITRPT dates against each run's
      * due date and reconciles to the quarter.  The balanced entry
      * relieving each payable account against cash is written to
      * the journal file under the operator's ID, where
      * CGLJOURNALPOST posts it with the rest of the generated
      * entries.  The deposit itself - one debit at the bank for the
      * whole amount - goes on the cash-book feed for BANKREC to
      * match against the statement.
      *
      *   Input :  C:\COBOL\PAYHIST.DAT
      *            C:\COBOL\PAYCONTROL.DAT
      *            C:\COBOL\EMPLOYERTAX.DAT
      *            C:\COBOL\JURTAXTABLE.DAT
      *   File  :  C:\COBOL\PAYTAXDEP.DAT (extended)
      *   Output:  J:\CS3530\COAJRNLFILE.DAT (extended)
      *            J:\CS3530\COAJRNLAPPR.DAT (extended)
      *            C:\COBOL\CASHFEED.DAT (extended)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-HISTORY-FILE
                 ASSIGN TO UT-SYS-PAY-HISTORY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - WITH NO CONTROL ON FILE THE SAME FALLBACK
      *    ACCOUNTS PAYROLL POSTS TO APPLY.
           SELECT OPTIONAL PAY-CONTROL-FILE
                 ASSIGN TO UT-SYS-PAY-CONTROL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYER-TAX-FILE
                 ASSIGN TO UT-SYS-EMPLOYER-TAX-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JUR-TAX-TABLE-FILE
                 ASSIGN TO UT-SYS-JUR-TAX-TABLE-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - THE FIRST DEPOSIT CREATES THE FILE.
           SELECT OPTIONAL TAX-DEPOSIT-FILE
                 ASSIGN TO UT-SYS-TAX-DEPOSIT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JOURNAL-FILE
                 ASSIGN TO UT-SYS-JOURNAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
                 ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-FEED-FILE
                 ASSIGN TO UT-SYS-CASH-FEED-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT PAYROLL WRITES - A SPACE JUR-TYPE IS THE
      *    EMPLOYEE'S PAY ROW, S OR L A STATE OR LOCAL WITHHOLDING ROW.
       FD PAY-HISTORY-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 PAY-HISTORY-REC.
          05  PH-SSNO                              PIC 9(9).
          05  PH-PAY-DATE                          PIC 9(8).
          05  PH-GROSS                             PIC S9(5)V99.
          05  PH-WITHHOLDING                       PIC S9(5)V99.
          05  PH-NET                               PIC S9(5)V99.
          05  PH-JUR-TYPE                          PIC X.
              88  PH-PAY-ROW                 VALUE SPACE.
          05  PH-JUR-CODE                          PIC X(4).

      *    SAME LAYOUT PAYCTLMAINT MAINTAINS.
       FD PAY-CONTROL-FILE
          RECORD CONTAINS 32 CHARACTERS.
       01 PAY-CONTROL-REC.
          05  PCT-CASH-ACCT                        PIC 9(4).
          05  PCT-WITHHOLDING-ACCT                 PIC 9(4).
          05  PCT-ALLOWANCE-AMT                    PIC 9(3)V99.
          05  PCT-WITHHOLD-RATE                    PIC V999.
          05  PCT-ER-TAX-EXP-ACCT                  PIC 9(4).
          05  PCT-ER-TAX-PAYABLE-ACCT              PIC 9(4).
          05  PCT-DEPOSIT-SCHEDULE                 PIC X.
          05  PCT-SUPP-RATE                        PIC V999.
      *    EXPENSE ACCOUNT CHARGED WITH A FINAL LEAVE PAYOUT.
          05  PCT-LEAVE-PAYOUT-ACCT                PIC 9(4).

       FD EMPLOYER-TAX-FILE
          RECORD CONTAINS 4 CHARACTERS.
       01 EMPLOYER-TAX-REC.
          05  ET-RATE                              PIC V9(4).

      *    ONLY THE JURISDICTION AND ITS LIABILITY ACCOUNT ARE NEEDED
      *    HERE - THE BRACKETS ARE PAYROLL'S BUSINESS.
       FD JUR-TAX-TABLE-FILE
          RECORD CONTAINS 22 CHARACTERS.
       01 JUR-TAX-TABLE-REC.
          05  JT-JUR-TYPE                          PIC X.
          05  JT-JUR-CODE                          PIC X(4).
          05  FILLER                               PIC X(13).
          05  JT-LIAB-ACCT                         PIC 9(4).

      *    ONE ROW PER LIABILITY PER PAY RUN A DEPOSIT COVERED: F
      *    FEDERAL WITHHOLDING, E EMPLOYER TAX, S OR L A STATE OR
      *    LOCAL WITHHOLDING WITH ITS CODE.  THE JOURNAL ENTRY NUMBER
      *    TIES THE ROW TO THE ENTRY THAT RELIEVED THE PAYABLE.
       FD TAX-DEPOSIT-FILE
          RECORD CONTAINS 67 CHARACTERS.
       01 TAX-DEPOSIT-REC.
          05  TD-LIAB-TYPE                         PIC X.
          05  TD-LIAB-CODE                         PIC X(4).
          05  TD-LIAB-ACCT                         PIC 9(4).
          05  TD-PAY-DATE                          PIC 9(8).
          05  TD-AMOUNT                            PIC S9(7)V99.
          05  TD-DEPOSIT-DATE                      PIC 9(8).
          05  TD-CONFIRM-NO                        PIC X(20).
          05  TD-OPERATOR-ID                       PIC X(8).
          05  TD-ENTRY-NO                          PIC 9(5).

      *    SAME LAYOUT CGLJRNLENTRY WRITES AND CGLJOURNALPOST READS.
       FD CGL-JOURNAL-FILE
          RECORD CONTAINS 77 CHARACTERS.
       01 CGL-JOURNAL-REC.
          05  JRNL-ENTRY-NO                        PIC 9(5).
          05  JRNL-LINE-NO                         PIC 9(3).
          05  JRNL-ACCT-NO                         PIC 9(4).
          05  JRNL-DEBIT-AMT                       PIC 9(7)V99.
          05  JRNL-CREDIT-AMT                      PIC 9(7)V99.
          05  JRNL-DESCRIPTION                     PIC X(30).
          05  JRNL-EFF-DATE                        PIC 9(8).
          05  JRNL-OPERATOR-ID                     PIC X(8).
          05  JRNL-REVERSE-FLAG                    PIC X.
      *    SAME LAYOUT CGLJRNLAPPROVE MAINTAINS AND CGLJOURNALPOST
      *    READS.
       FD CGL-JRNL-APPROVAL-FILE
          RECORD CONTAINS 120 CHARACTERS.
       01 CGL-JRNL-APPROVAL-REC.
          05  JAPR-ENTRY-NO                        PIC 9(5).
          05  JAPR-STATUS                          PIC X.
          05  JAPR-ENTRY-AMT                       PIC 9(7)V99.
          05  JAPR-DESCRIPTION                     PIC X(30).
          05  JAPR-MAKER-ID                        PIC X(8).
          05  JAPR-KEYED-TS                        PIC X(14).
          05  JAPR-APPROVER-1                      PIC X(8).
          05  JAPR-APPROVED-1-TS                   PIC X(14).
          05  JAPR-APPROVER-2                      PIC X(8).
          05  JAPR-APPROVED-2-TS                   PIC X(14).
          05  FILLER                               PIC X(9).

      *    SAME 43-BYTE LAYOUT BANKREC READS - ONE ROW PER BANK ITEM
      *    PAID OR TAKEN IN OUTSIDE THE CHECK RUNS.  HERE SOURCE TX,
      *    REFERENCED BY THE RUN'S DATE AND TIME.
       FD CASH-FEED-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 CASH-FEED-REC.
          05  CF-SOURCE                            PIC XX.
          05  CF-DIRECTION                         PIC X.
          05  CF-REFERENCE                         PIC X(15).
          05  CF-DATE                              PIC 9(8).
          05  CF-AMOUNT                            PIC 9(7)V99.
          05  CF-OPERATOR-ID                       PIC X(8).

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
           05  UT-SYS-PAY-HISTORY-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYHIST.DAT".
           05  UT-SYS-PAY-CONTROL-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYCONTROL.DAT".
           05  UT-SYS-EMPLOYER-TAX-FILE            PIC X(50)
                                   VALUE "C:\COBOL\EMPLOYERTAX.DAT".
           05  UT-SYS-JUR-TAX-TABLE-FILE           PIC X(50)
                                   VALUE "C:\COBOL\JURTAXTABLE.DAT".
           05  UT-SYS-TAX-DEPOSIT-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYTAXDEP.DAT".
           05  UT-SYS-JOURNAL-FILE                 PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE           PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLAPPR.DAT".
           05  UT-SYS-CASH-FEED-FILE               PIC X(50)
                                   VALUE "C:\COBOL\CASHFEED.DAT".
       01  WS-OPERATOR-ID                          PIC X(8).
       01  WS-SIGNON-AREA.
           05  WS-AUTH-LEVEL                       PIC 9
                                            VALUE ZERO.
           05  WS-SIGNON-OK                        PIC X
                                            VALUE 'N'.
               88  SIGNON-OK                 VALUE 'Y'.
       01  WS-SWITCHES.
           05  WS-END-OF-FILE                      PIC X
                                            VALUE 'N'.
               88  EOF                       VALUE 'Y'.
           05  WS-WANT-POST                        PIC X
                                            VALUE 'N'.
               88  WANT-POST                 VALUE 'Y' 'y'.
           05  WS-DATE-OK                          PIC X
                                            VALUE 'N'.
               88  DATE-OK                   VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
      *    THE SAME FALLBACKS PAYROLL POSTS UNDER WHEN THERE IS NO
      *    CONTROL OR RATE ON FILE.
       01  WS-ACCOUNTS.
           05  WS-CASH-ACCT                        PIC 9(4)
                                            VALUE 1010.
           05  WS-WITHHOLDING-ACCT                 PIC 9(4)
                                            VALUE 2110.
           05  WS-ER-TAX-PAYABLE-ACCT              PIC 9(4)
                                            VALUE 2120.
           05  WS-JUR-ACCT                         PIC 9(4)
                                            VALUE ZERO.
       01  WS-ER-TAX-RATE                          PIC V9(4)
                                            VALUE .0765.
      *    THE AUTHORITY BEING PAID AND THE RANGE OF RUNS COVERED.
       01  WS-SELECTION.
           05  WS-AUTH-TYPE                        PIC X.
               88  AUTH-FEDERAL              VALUE "F".
               88  AUTH-JURISDICTION         VALUE "S" "L".
           05  WS-AUTH-CODE                        PIC X(4).
           05  WS-THRU-DATE                        PIC 9(8).
      *    LAST PAY DATE ALREADY DEPOSITED FOR EACH LIABILITY THIS
      *    DEPOSIT CAN COVER - RUNS ON OR BEFORE IT ARE PAID.
           05  WS-LAST-FED-DATE                    PIC 9(8)
                                            VALUE ZERO.
           05  WS-LAST-ER-DATE                     PIC 9(8)
                                            VALUE ZERO.
           05  WS-LAST-JUR-DATE                    PIC 9(8)
                                            VALUE ZERO.
       01  WS-DEPOSIT-ENTRY.
           05  WS-DEPOSIT-DATE                     PIC 9(8).
           05  WS-DEPOSIT-DATE-R REDEFINES WS-DEPOSIT-DATE.
               10  WS-DD-YEAR                      PIC 9(4).
               10  WS-DD-MONTH                     PIC 99.
               10  WS-DD-DAY                       PIC 99.
           05  WS-CONFIRM-NO                       PIC X(20).
      *    WHAT IS DUE, RUN BY RUN, FOR THE SELECTED AUTHORITY.
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT                        PIC 9(3)
                                            VALUE ZERO.
           05  WS-DUE-ENTRY OCCURS 200 TIMES.
               10  WS-DU-PAY-DATE                  PIC 9(8).
               10  WS-DU-FED                       PIC S9(7)V99.
               10  WS-DU-ER                        PIC S9(7)V99.
               10  WS-DU-JUR                       PIC S9(7)V99.
       01  WS-DUE-SUB                              PIC 9(3).
       01  WS-DUE-FOUND-SUB                        PIC 9(3).
       01  WS-DUE-TOTALS.
           05  WS-TOTAL-FED                        PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-TOTAL-ER                         PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-TOTAL-JUR                        PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-TOTAL-DEPOSIT                    PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-LATEST-PAY-DATE                  PIC 9(8)
                                            VALUE ZERO.
       01  WS-ER-TAX                               PIC S9(5)V99.
      *    THE JOURNAL ENTRY BEING WRITTEN.
       01  WS-JOURNAL-WORK.
           05  WS-NEXT-ENTRY-NO                    PIC 9(5)
                                            VALUE 1.
           05  WS-LINE-NO                          PIC 9(3)
                                            VALUE ZERO.
           05  WS-LINE-ACCT                        PIC 9(4).
           05  WS-LINE-AMOUNT                      PIC S9(7)V99.
       01  WS-JRNL-DESC.
           05  FILLER                              PIC X(12)
                                            VALUE "TAX DEPOSIT ".
           05  WS-JD-CONFIRM-NO                    PIC X(18).
      *    DEPOSIT ROW BEING WRITTEN.
       01  WS-ROW-WORK.
           05  WS-ROW-TYPE                         PIC X.
           05  WS-ROW-CODE                         PIC X(4).
           05  WS-ROW-ACCT                         PIC 9(4).
           05  WS-ROW-AMOUNT                       PIC S9(7)V99.
       01  WS-EDIT-AMOUNT                          PIC -(7)9.99.

       PROCEDURE DIVISION.
      *************************************************************
      *  Sign on, pick the authority, show what is due since the
      *  last deposit, and record the deposit with its entry.
      *************************************************************
       100-MAIN.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
      *    A DEPOSIT MOVES CASH - LEVEL 2 OR BETTER.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR TAX DEPOSITS"
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 900-LOAD-PAY-CONTROL THRU 900-EXIT.
           PERFORM 910-LOAD-EMPLOYER-RATE THRU 910-EXIT.
           PERFORM 200-SELECT-AUTHORITY THRU 200-EXIT.
           PERFORM 300-FIND-LAST-DEPOSITS THRU 300-EXIT.
           PERFORM 400-COMPUTE-DUE THRU 400-EXIT.
           PERFORM 450-SHOW-DUE THRU 450-EXIT.
           IF WS-TOTAL-DEPOSIT NOT > ZERO
               DISPLAY "NOTHING DUE TO THIS AUTHORITY THROUGH "
                   WS-THRU-DATE
               GOBACK
           END-IF
           PERFORM 500-ACCEPT-DEPOSIT THRU 500-EXIT.
           IF NOT DATE-OK
               DISPLAY "DEPOSIT NOT RECORDED"
               GOBACK
           END-IF
           DISPLAY "RECORD THE DEPOSIT AND ITS ENTRY? (Y/N): "
           ACCEPT WS-WANT-POST
           IF NOT WANT-POST
               DISPLAY "DEPOSIT NOT RECORDED"
               GOBACK
           END-IF
           PERFORM 600-WRITE-ENTRY THRU 600-EXIT.
           PERFORM 700-RECORD-DEPOSIT THRU 700-EXIT.
           PERFORM 720-RECORD-CASH-FEED THRU 720-EXIT.
           MOVE WS-TOTAL-DEPOSIT TO WS-EDIT-AMOUNT
           DISPLAY "DEPOSIT OF " WS-EDIT-AMOUNT " RECORDED - JOURNAL "
               "ENTRY " WS-NEXT-ENTRY-NO.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "PAYTAXDEP" TO SGN-PROGRAM-NAME
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
      *   The authority being paid and the last pay date covered.
      *   A state or locality pays to its own liability account off
      *   the jurisdiction table, the control's withholding account
      *   when the table names none - the same rule PAYROLL posts by.
      ***************************************************************
       200-SELECT-AUTHORITY.
           DISPLAY "AUTHORITY - F FEDERAL, S STATE, L LOCAL: "
           ACCEPT WS-AUTH-TYPE
           IF NOT AUTH-FEDERAL AND NOT AUTH-JURISDICTION
               DISPLAY "AUTHORITY MUST BE F, S, OR L"
               GOBACK
           END-IF
           MOVE SPACES TO WS-AUTH-CODE
           IF AUTH-JURISDICTION
               DISPLAY "STATE OR LOCALITY CODE: "
               ACCEPT WS-AUTH-CODE
               PERFORM 920-FIND-JUR-ACCOUNT THRU 920-EXIT
           END-IF
           DISPLAY "LAST PAY DATE COVERED (YYYYMMDD, 0 = ALL): "
           ACCEPT WS-THRU-DATE
           IF WS-THRU-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-THRU-DATE
           END-IF.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   The latest pay date already deposited for each liability
      *   this deposit covers.
      ***************************************************************
       300-FIND-LAST-DEPOSITS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT TAX-DEPOSIT-FILE
           PERFORM UNTIL EOF
               READ TAX-DEPOSIT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM 310-FOLD-DEPOSIT THRU 310-EXIT
               END-READ
           END-PERFORM
           CLOSE TAX-DEPOSIT-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   One deposit row against the liabilities selected.
      ***************************************************************
       310-FOLD-DEPOSIT.
           IF AUTH-FEDERAL
               IF TD-LIAB-TYPE = "F"
                       AND TD-PAY-DATE > WS-LAST-FED-DATE
                   MOVE TD-PAY-DATE TO WS-LAST-FED-DATE
               END-IF
               IF TD-LIAB-TYPE = "E"
                       AND TD-PAY-DATE > WS-LAST-ER-DATE
                   MOVE TD-PAY-DATE TO WS-LAST-ER-DATE
               END-IF
           ELSE
               IF TD-LIAB-TYPE = WS-AUTH-TYPE
                       AND TD-LIAB-CODE = WS-AUTH-CODE
                       AND TD-PAY-DATE > WS-LAST-JUR-DATE
                   MOVE TD-PAY-DATE TO WS-LAST-JUR-DATE
               END-IF
           END-IF.
       310-EXIT.
           EXIT.
      ***************************************************************
      *   Total what is due, run by run, off the pay history rows
      *   after the last deposit and through the date selected.
      ***************************************************************
       400-COMPUTE-DUE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM UNTIL EOF
               READ PAY-HISTORY-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF PH-PAY-DATE NOT > WS-THRU-DATE
                           PERFORM 410-FOLD-HISTORY-ROW THRU 410-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE
           MOVE 'N' TO WS-END-OF-FILE
           COMPUTE WS-TOTAL-DEPOSIT =
               WS-TOTAL-FED + WS-TOTAL-ER + WS-TOTAL-JUR.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   One history row.  For the federal deposit a pay row adds
      *   its withholding and the employer's matching tax on its
      *   gross (rounded per employee, as PAYROLL accrues it), and
      *   every state or local row takes its withholding back out of
      *   the federal share.  For a state or locality only its own
      *   rows count.
      ***************************************************************
       410-FOLD-HISTORY-ROW.
           IF AUTH-FEDERAL
               IF PH-PAY-DATE > WS-LAST-FED-DATE
                   PERFORM 420-FIND-RUN THRU 420-EXIT
                   IF WS-DUE-FOUND-SUB = ZERO
                       GO TO 410-EXIT
                   END-IF
                   IF PH-PAY-ROW
                       ADD PH-WITHHOLDING
                           TO WS-DU-FED (WS-DUE-FOUND-SUB)
                       ADD PH-WITHHOLDING TO WS-TOTAL-FED
                   ELSE
                       SUBTRACT PH-WITHHOLDING
                           FROM WS-DU-FED (WS-DUE-FOUND-SUB)
                       SUBTRACT PH-WITHHOLDING FROM WS-TOTAL-FED
                   END-IF
               END-IF
               IF PH-PAY-ROW AND PH-PAY-DATE > WS-LAST-ER-DATE
                   PERFORM 420-FIND-RUN THRU 420-EXIT
                   IF WS-DUE-FOUND-SUB = ZERO
                       GO TO 410-EXIT
                   END-IF
                   COMPUTE WS-ER-TAX ROUNDED =
                       PH-GROSS * WS-ER-TAX-RATE
                   ADD WS-ER-TAX TO WS-DU-ER (WS-DUE-FOUND-SUB)
                   ADD WS-ER-TAX TO WS-TOTAL-ER
               END-IF
               GO TO 410-EXIT
           END-IF
           IF PH-JUR-TYPE = WS-AUTH-TYPE
                   AND PH-JUR-CODE = WS-AUTH-CODE
                   AND PH-PAY-DATE > WS-LAST-JUR-DATE
               PERFORM 420-FIND-RUN THRU 420-EXIT
               IF WS-DUE-FOUND-SUB = ZERO
                   GO TO 410-EXIT
               END-IF
               ADD PH-WITHHOLDING TO WS-DU-JUR (WS-DUE-FOUND-SUB)
               ADD PH-WITHHOLDING TO WS-TOTAL-JUR
           END-IF.
       410-EXIT.
           EXIT.
      ***************************************************************
      *   Find-or-add the row's pay date in the run table.  A table
      *   that has outgrown its runs refuses the deposit rather than
      *   understate it.
      ***************************************************************
       420-FIND-RUN.
           MOVE ZERO TO WS-DUE-FOUND-SUB
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               IF WS-DU-PAY-DATE (WS-DUE-SUB) = PH-PAY-DATE
                   MOVE WS-DUE-SUB TO WS-DUE-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-DUE-FOUND-SUB NOT = ZERO
               GO TO 420-EXIT
           END-IF
           IF WS-DUE-COUNT NOT < 200
               DISPLAY "MORE THAN 200 PAY RUNS UNDEPOSITED - ENTER AN "
                   "EARLIER LAST PAY DATE"
               CLOSE PAY-HISTORY-FILE
               GOBACK
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE WS-DUE-COUNT TO WS-DUE-FOUND-SUB
           MOVE PH-PAY-DATE TO WS-DU-PAY-DATE (WS-DUE-FOUND-SUB)
           MOVE ZERO TO WS-DU-FED (WS-DUE-FOUND-SUB)
           MOVE ZERO TO WS-DU-ER (WS-DUE-FOUND-SUB)
           MOVE ZERO TO WS-DU-JUR (WS-DUE-FOUND-SUB)
           IF PH-PAY-DATE > WS-LATEST-PAY-DATE
               MOVE PH-PAY-DATE TO WS-LATEST-PAY-DATE
           END-IF.
       420-EXIT.
           EXIT.
      ***************************************************************
      *   Show the operator each run's amounts and the total due.
      ***************************************************************
       450-SHOW-DUE.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               IF AUTH-FEDERAL
                   MOVE WS-DU-FED (WS-DUE-SUB) TO WS-EDIT-AMOUNT
                   DISPLAY "RUN " WS-DU-PAY-DATE (WS-DUE-SUB)
                       "  FEDERAL WH " WS-EDIT-AMOUNT
                   MOVE WS-DU-ER (WS-DUE-SUB) TO WS-EDIT-AMOUNT
                   DISPLAY "              EMPLOYER TAX "
                       WS-EDIT-AMOUNT
               ELSE
                   MOVE WS-DU-JUR (WS-DUE-SUB) TO WS-EDIT-AMOUNT
                   DISPLAY "RUN " WS-DU-PAY-DATE (WS-DUE-SUB)
                       "  " WS-AUTH-TYPE " " WS-AUTH-CODE
                       " WH " WS-EDIT-AMOUNT
               END-IF
           END-PERFORM
           MOVE WS-TOTAL-DEPOSIT TO WS-EDIT-AMOUNT
           DISPLAY "TOTAL DUE . . . . . . " WS-EDIT-AMOUNT.
       450-EXIT.
           EXIT.
      ***************************************************************
      *   The deposit date and the authority's confirmation number.
      *   A deposit cannot predate the last run it pays for or be
      *   dated in the future.
      ***************************************************************
       500-ACCEPT-DEPOSIT.
           MOVE 'N' TO WS-DATE-OK
           DISPLAY "DEPOSIT DATE (YYYYMMDD): "
           ACCEPT WS-DEPOSIT-DATE
           IF WS-DD-MONTH < 1 OR WS-DD-MONTH > 12
                   OR WS-DD-DAY < 1 OR WS-DD-DAY > 31
               DISPLAY "INVALID DEPOSIT DATE"
               GO TO 500-EXIT
           END-IF
           IF WS-DEPOSIT-DATE < WS-LATEST-PAY-DATE
               DISPLAY "DEPOSIT DATE IS BEFORE PAY DATE "
                   WS-LATEST-PAY-DATE
               GO TO 500-EXIT
           END-IF
           IF WS-DEPOSIT-DATE > WS-TODAY-DATE
               DISPLAY "DEPOSIT DATE IS IN THE FUTURE"
               GO TO 500-EXIT
           END-IF
           DISPLAY "CONFIRMATION NUMBER: "
           ACCEPT WS-CONFIRM-NO
           IF WS-CONFIRM-NO = SPACES
               DISPLAY "A CONFIRMATION NUMBER IS REQUIRED"
               GO TO 500-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-OK.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   The balanced entry: each payable debited for what is paid
      *   on it, cash credited for the deposit.
      ***************************************************************
       600-WRITE-ENTRY.
           PERFORM 610-FIND-NEXT-ENTRY-NO THRU 610-EXIT.
           MOVE WS-CONFIRM-NO TO WS-JD-CONFIRM-NO
      *    A GENERATED ENTRY GOES ON THE APPROVAL FILE ALREADY
      *    APPROVED - CGLJOURNALPOST HOLDS ANY ENTRY WITHOUT A ROW.
      *    THE ROW IS WRITTEN FIRST SO THE LINES NEVER SIT ON THE
      *    JOURNAL WITHOUT IT.
           MOVE SPACES TO CGL-JRNL-APPROVAL-REC
           MOVE WS-NEXT-ENTRY-NO TO JAPR-ENTRY-NO
           MOVE "A" TO JAPR-STATUS
           MOVE WS-TOTAL-DEPOSIT TO JAPR-ENTRY-AMT
           MOVE WS-JRNL-DESC TO JAPR-DESCRIPTION
           MOVE WS-OPERATOR-ID TO JAPR-MAKER-ID
           MOVE WS-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           MOVE "PAYTAXDP" TO JAPR-APPROVER-1
           MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE
           WRITE CGL-JRNL-APPROVAL-REC
           CLOSE CGL-JRNL-APPROVAL-FILE
           OPEN EXTEND CGL-JOURNAL-FILE
           IF AUTH-FEDERAL
               MOVE WS-WITHHOLDING-ACCT TO WS-LINE-ACCT
               MOVE WS-TOTAL-FED TO WS-LINE-AMOUNT
               PERFORM 680-WRITE-JOURNAL-LINE THRU 680-EXIT
               MOVE WS-ER-TAX-PAYABLE-ACCT TO WS-LINE-ACCT
               MOVE WS-TOTAL-ER TO WS-LINE-AMOUNT
               PERFORM 680-WRITE-JOURNAL-LINE THRU 680-EXIT
           ELSE
               MOVE WS-JUR-ACCT TO WS-LINE-ACCT
               MOVE WS-TOTAL-JUR TO WS-LINE-AMOUNT
               PERFORM 680-WRITE-JOURNAL-LINE THRU 680-EXIT
           END-IF
           MOVE WS-CASH-ACCT TO WS-LINE-ACCT
           COMPUTE WS-LINE-AMOUNT = ZERO - WS-TOTAL-DEPOSIT
           PERFORM 680-WRITE-JOURNAL-LINE THRU 680-EXIT
           CLOSE CGL-JOURNAL-FILE.
       600-EXIT.
           EXIT.
      *****************************************************************
      *  Continue the journal file's entry-number sequence the way
      *  CGLJRNLENTRY does.
      *****************************************************************
       610-FIND-NEXT-ENTRY-NO.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CGL-JOURNAL-FILE
           PERFORM UNTIL EOF
               READ CGL-JOURNAL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF JRNL-ENTRY-NO NOT < WS-NEXT-ENTRY-NO
                           COMPUTE WS-NEXT-ENTRY-NO =
                               JRNL-ENTRY-NO + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CGL-JOURNAL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       610-EXIT.
           EXIT.
      *****************************************************************
      *  One journal line - a positive amount is a debit, a negative
      *  one a credit.  A zero line is not written.
      *****************************************************************
       680-WRITE-JOURNAL-LINE.
           IF WS-LINE-AMOUNT = ZERO
               GO TO 680-EXIT
           END-IF
           ADD 1 TO WS-LINE-NO
           MOVE WS-NEXT-ENTRY-NO TO JRNL-ENTRY-NO
           MOVE WS-LINE-NO TO JRNL-LINE-NO
           MOVE WS-LINE-ACCT TO JRNL-ACCT-NO
           IF WS-LINE-AMOUNT > ZERO
               MOVE WS-LINE-AMOUNT TO JRNL-DEBIT-AMT
               MOVE ZERO TO JRNL-CREDIT-AMT
           ELSE
               MOVE ZERO TO JRNL-DEBIT-AMT
               COMPUTE JRNL-CREDIT-AMT = ZERO - WS-LINE-AMOUNT
           END-IF
           MOVE WS-JRNL-DESC TO JRNL-DESCRIPTION
           MOVE ZERO TO JRNL-EFF-DATE
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE SPACE TO JRNL-REVERSE-FLAG
           WRITE CGL-JOURNAL-REC.
       680-EXIT.
           EXIT.
      ***************************************************************
      *   One deposit row per liability per run covered.
      ***************************************************************
       700-RECORD-DEPOSIT.
           OPEN EXTEND TAX-DEPOSIT-FILE
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               IF AUTH-FEDERAL
                   MOVE "F" TO WS-ROW-TYPE
                   MOVE SPACES TO WS-ROW-CODE
                   MOVE WS-WITHHOLDING-ACCT TO WS-ROW-ACCT
                   MOVE WS-DU-FED (WS-DUE-SUB) TO WS-ROW-AMOUNT
                   PERFORM 710-WRITE-DEPOSIT-ROW THRU 710-EXIT
                   MOVE "E" TO WS-ROW-TYPE
                   MOVE WS-ER-TAX-PAYABLE-ACCT TO WS-ROW-ACCT
                   MOVE WS-DU-ER (WS-DUE-SUB) TO WS-ROW-AMOUNT
                   PERFORM 710-WRITE-DEPOSIT-ROW THRU 710-EXIT
               ELSE
                   MOVE WS-AUTH-TYPE TO WS-ROW-TYPE
                   MOVE WS-AUTH-CODE TO WS-ROW-CODE
                   MOVE WS-JUR-ACCT TO WS-ROW-ACCT
                   MOVE WS-DU-JUR (WS-DUE-SUB) TO WS-ROW-AMOUNT
                   PERFORM 710-WRITE-DEPOSIT-ROW THRU 710-EXIT
               END-IF
           END-PERFORM
           CLOSE TAX-DEPOSIT-FILE.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   Write one deposit row.  A liability with nothing owed for
      *   the run is still marked deposited, so the schedule report
      *   does not carry it as open.
      ***************************************************************
       710-WRITE-DEPOSIT-ROW.
           MOVE WS-ROW-TYPE TO TD-LIAB-TYPE
           MOVE WS-ROW-CODE TO TD-LIAB-CODE
           MOVE WS-ROW-ACCT TO TD-LIAB-ACCT
           MOVE WS-DU-PAY-DATE (WS-DUE-SUB) TO TD-PAY-DATE
           MOVE WS-ROW-AMOUNT TO TD-AMOUNT
           MOVE WS-DEPOSIT-DATE TO TD-DEPOSIT-DATE
           MOVE WS-CONFIRM-NO TO TD-CONFIRM-NO
           MOVE WS-OPERATOR-ID TO TD-OPERATOR-ID
           MOVE WS-NEXT-ENTRY-NO TO TD-ENTRY-NO
           WRITE TAX-DEPOSIT-REC.
       710-EXIT.
           EXIT.
      ***************************************************************
      *   The deposit as the bank sees it - one withdrawal for the
      *   whole amount on the deposit date - logged for the bank
      *   reconciliation.
      ***************************************************************
       720-RECORD-CASH-FEED.
           OPEN EXTEND CASH-FEED-FILE
           MOVE SPACES TO CASH-FEED-REC
           MOVE "TX" TO CF-SOURCE
           MOVE "W" TO CF-DIRECTION
           MOVE WS-TIMESTAMP (1:14) TO CF-REFERENCE
           MOVE WS-DEPOSIT-DATE TO CF-DATE
           MOVE WS-TOTAL-DEPOSIT TO CF-AMOUNT
           MOVE WS-OPERATOR-ID TO CF-OPERATOR-ID
           WRITE CASH-FEED-REC
           CLOSE CASH-FEED-FILE.
       720-EXIT.
           EXIT.
      *****************************************************************
      *   Load the payroll control's accounts.  A missing file keeps
      *   the fallbacks PAYROLL itself uses.
      *****************************************************************
       900-LOAD-PAY-CONTROL.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-CONTROL-FILE
           READ PAY-CONTROL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF NOT EOF
               MOVE PCT-CASH-ACCT TO WS-CASH-ACCT
               MOVE PCT-WITHHOLDING-ACCT TO WS-WITHHOLDING-ACCT
               MOVE PCT-ER-TAX-PAYABLE-ACCT
                   TO WS-ER-TAX-PAYABLE-ACCT
           END-IF
           CLOSE PAY-CONTROL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Load the employer tax rate the runs accrued at.
      *****************************************************************
       910-LOAD-EMPLOYER-RATE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT EMPLOYER-TAX-FILE
           READ EMPLOYER-TAX-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF NOT EOF
               MOVE ET-RATE TO WS-ER-TAX-RATE
           END-IF
           CLOSE EMPLOYER-TAX-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       910-EXIT.
           EXIT.
      *****************************************************************
      *   The selected jurisdiction's liability account off the
      *   state/local table.
      *****************************************************************
       920-FIND-JUR-ACCOUNT.
           MOVE ZERO TO WS-JUR-ACCT
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT JUR-TAX-TABLE-FILE
           PERFORM UNTIL EOF
               READ JUR-TAX-TABLE-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF JT-JUR-TYPE = WS-AUTH-TYPE
                               AND JT-JUR-CODE = WS-AUTH-CODE
                               AND WS-JUR-ACCT = ZERO
                           MOVE JT-LIAB-ACCT TO WS-JUR-ACCT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JUR-TAX-TABLE-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF WS-JUR-ACCT = ZERO
               MOVE WS-WITHHOLDING-ACCT TO WS-JUR-ACCT
           END-IF.
       920-EXIT.
           EXIT.
