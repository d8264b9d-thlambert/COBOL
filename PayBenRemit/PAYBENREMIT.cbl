       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PAYBENREMIT.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Benefit provider remittances.  Every PAYROLL run owes each
      * benefit provider what was taken from the employees for its
      * plans and the employer's share on top, credited to the
      * plans' liability and benefits payable accounts and listed
      * on the run's remittance file for the provider.  This records
      * paying the provider and relieves those payables.
      *
      * The operator picks the provider and the last pay date the
      * remittance covers.  What is due is totalled off BENHIST.DAT
      * for every run since the last remittance to that provider,
      * employee and employer amounts side by side, and shown run
      * by run; the operator then keys the date paid and the
      * provider's reference number.
      *
      * The remittance is recorded one row per pay date covered on
      * PAYBENREM.DAT.  The balanced entry debiting each payable for
      * what is paid on it, against cash, is written to the journal
      * file under the operator's ID, where CGLJOURNALPOST posts it
      * with the rest of the generated entries.  The payment itself
      * - one debit at the bank for the whole amount - goes on the
      * cash-book feed for BANKREC to match against the statement.
      *
      *   Input :  C:\COBOL\BENHIST.DAT
      *            C:\COBOL\PAYCONTROL.DAT
      *   File  :  C:\COBOL\PAYBENREM.DAT (extended)
      *   Output:  J:\CS3530\COAJRNLFILE.DAT (extended)
      *            J:\CS3530\COAJRNLAPPR.DAT (extended)
      *            C:\COBOL\CASHFEED.DAT (extended)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BENEFIT-HIST-FILE
                 ASSIGN TO UT-SYS-BENEFIT-HIST-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - WITH NO CONTROL ON FILE THE SAME FALLBACK CASH
      *    ACCOUNT PAYROLL POSTS TO APPLIES.
           SELECT OPTIONAL PAY-CONTROL-FILE
                 ASSIGN TO UT-SYS-PAY-CONTROL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
      *    OPTIONAL - THE FIRST REMITTANCE CREATES THE FILE.
           SELECT OPTIONAL BENEFIT-REMITTED-FILE
                 ASSIGN TO UT-SYS-BENEFIT-REMITTED-FILE
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

      *    SAME LAYOUT PAYROLL WRITES - ONE ROW PER EMPLOYEE PER PLAN
      *    PER PAYMENT WITH THE ACCOUNTS EACH AMOUNT IS OWED ON.
       FD BENEFIT-HIST-FILE
          RECORD CONTAINS 69 CHARACTERS.
       01 BENEFIT-HIST-REC.
          05  BH-PAY-DATE                          PIC 9(8).
          05  BH-RUN-TYPE                          PIC X.
          05  BH-PROVIDER                          PIC X(6).
          05  BH-SSNO                              PIC 9(9).
          05  BH-NAME                              PIC X(20).
          05  BH-CODE                              PIC X(3).
          05  BH-EE-AMOUNT                         PIC S9(5)V99.
          05  BH-ER-AMOUNT                         PIC S9(5)V99.
          05  BH-EE-ACCT                           PIC 9(4).
          05  BH-ER-ACCT                           PIC 9(4).

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
          05  PCT-LEAVE-PAYOUT-ACCT                PIC 9(4).

      *    ONE ROW PER PROVIDER PER PAY DATE A REMITTANCE COVERED.
      *    THE JOURNAL ENTRY NUMBER TIES THE ROW TO THE ENTRY THAT
      *    RELIEVED THE PAYABLES.
       FD BENEFIT-REMITTED-FILE
          RECORD CONTAINS 73 CHARACTERS.
       01 BENEFIT-REMITTED-REC.
          05  BM-PROVIDER                          PIC X(6).
          05  BM-PAY-DATE                          PIC 9(8).
          05  BM-EE-AMOUNT                         PIC S9(7)V99.
          05  BM-ER-AMOUNT                         PIC S9(7)V99.
          05  BM-REMIT-DATE                        PIC 9(8).
          05  BM-REFERENCE                         PIC X(20).
          05  BM-OPERATOR-ID                       PIC X(8).
          05  BM-ENTRY-NO                          PIC 9(5).

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
      *    PAID OR TAKEN IN OUTSIDE THE CHECK RUNS.  HERE SOURCE BR,
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
           05  UT-SYS-BENEFIT-HIST-FILE            PIC X(50)
                                   VALUE "C:\COBOL\BENHIST.DAT".
           05  UT-SYS-PAY-CONTROL-FILE             PIC X(50)
                                   VALUE "C:\COBOL\PAYCONTROL.DAT".
           05  UT-SYS-BENEFIT-REMITTED-FILE        PIC X(50)
                                   VALUE "C:\COBOL\PAYBENREM.DAT".
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
      *    THE SAME FALLBACK PAYROLL POSTS NET PAY UNDER WHEN THERE
      *    IS NO CONTROL ON FILE.
       01  WS-CASH-ACCT                            PIC 9(4)
                                            VALUE 1010.
      *    THE PROVIDER BEING PAID AND THE RANGE OF RUNS COVERED.
       01  WS-SELECTION.
           05  WS-PROVIDER                         PIC X(6).
           05  WS-THRU-DATE                        PIC 9(8).
      *    LAST PAY DATE ALREADY REMITTED TO THE PROVIDER - RUNS ON
      *    OR BEFORE IT ARE PAID.
           05  WS-LAST-REMIT-DATE                  PIC 9(8)
                                            VALUE ZERO.
       01  WS-REMIT-ENTRY.
           05  WS-REMIT-DATE                       PIC 9(8).
           05  WS-REMIT-DATE-R REDEFINES WS-REMIT-DATE.
               10  WS-RD-YEAR                      PIC 9(4).
               10  WS-RD-MONTH                     PIC 99.
               10  WS-RD-DAY                       PIC 99.
           05  WS-REFERENCE                        PIC X(20).
      *    WHAT IS DUE, RUN BY RUN, FOR THE PROVIDER.
       01  WS-DUE-TABLE.
           05  WS-DUE-COUNT                        PIC 9(3)
                                            VALUE ZERO.
           05  WS-DUE-ENTRY OCCURS 200 TIMES.
               10  WS-DU-PAY-DATE                  PIC 9(8).
               10  WS-DU-EE                        PIC S9(7)V99.
               10  WS-DU-ER                        PIC S9(7)V99.
       01  WS-DUE-SUB                              PIC 9(3).
       01  WS-DUE-FOUND-SUB                        PIC 9(3).
      *    WHAT IS DUE, PAYABLE ACCOUNT BY PAYABLE ACCOUNT - ONE
      *    DEBIT LINE EACH ON THE ENTRY.
       01  WS-PAYABLE-TABLE.
           05  WS-PAY-COUNT                        PIC 99
                                            VALUE ZERO.
           05  WS-PAY-ENTRY OCCURS 40 TIMES.
               10  WS-PA-ACCT                      PIC 9(4).
               10  WS-PA-AMOUNT                    PIC S9(7)V99.
       01  WS-PAY-SUB                              PIC 99.
       01  WS-PAY-FOUND-SUB                        PIC 99.
       01  WS-PAYABLE-ACCT                         PIC 9(4).
       01  WS-PAYABLE-AMOUNT                       PIC S9(7)V99.
       01  WS-DUE-TOTALS.
           05  WS-TOTAL-EE                         PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-TOTAL-ER                         PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-TOTAL-REMIT                      PIC S9(7)V99
                                            VALUE ZERO.
           05  WS-LATEST-PAY-DATE                  PIC 9(8)
                                            VALUE ZERO.
      *    THE JOURNAL ENTRY BEING WRITTEN.
       01  WS-JOURNAL-WORK.
           05  WS-NEXT-ENTRY-NO                    PIC 9(5)
                                            VALUE 1.
           05  WS-LINE-NO                          PIC 9(3)
                                            VALUE ZERO.
           05  WS-LINE-ACCT                        PIC 9(4).
           05  WS-LINE-AMOUNT                      PIC S9(7)V99.
       01  WS-JRNL-DESC.
           05  FILLER                              PIC X(10)
                                            VALUE "BEN REMIT ".
           05  WS-JD-PROVIDER                      PIC X(6).
           05  FILLER                              PIC X
                                            VALUE SPACE.
           05  WS-JD-REFERENCE                     PIC X(13).
       01  WS-EDIT-AMOUNT                          PIC -(7)9.99.
       01  WS-EDIT-AMOUNT-2                        PIC -(7)9.99.

       PROCEDURE DIVISION.
      *************************************************************
      *  Sign on, pick the provider, show what is due since the
      *  last remittance, and record the remittance with its entry.
      *************************************************************
       100-MAIN.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
      *    A REMITTANCE MOVES CASH - LEVEL 2 OR BETTER.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR BENEFIT REMITTANCES"
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 900-LOAD-PAY-CONTROL THRU 900-EXIT.
           PERFORM 200-SELECT-PROVIDER THRU 200-EXIT.
           PERFORM 300-FIND-LAST-REMITTANCE THRU 300-EXIT.
           PERFORM 400-COMPUTE-DUE THRU 400-EXIT.
           PERFORM 450-SHOW-DUE THRU 450-EXIT.
           IF WS-TOTAL-REMIT NOT > ZERO
               DISPLAY "NOTHING DUE TO PROVIDER " WS-PROVIDER
                   " THROUGH " WS-THRU-DATE
               GOBACK
           END-IF
           PERFORM 500-ACCEPT-REMITTANCE THRU 500-EXIT.
           IF NOT DATE-OK
               DISPLAY "REMITTANCE NOT RECORDED"
               GOBACK
           END-IF
           DISPLAY "RECORD THE REMITTANCE AND ITS ENTRY? (Y/N): "
           ACCEPT WS-WANT-POST
           IF NOT WANT-POST
               DISPLAY "REMITTANCE NOT RECORDED"
               GOBACK
           END-IF
           PERFORM 600-WRITE-ENTRY THRU 600-EXIT.
           PERFORM 700-RECORD-REMITTANCE THRU 700-EXIT.
           PERFORM 720-RECORD-CASH-FEED THRU 720-EXIT.
           MOVE WS-TOTAL-REMIT TO WS-EDIT-AMOUNT
           DISPLAY "REMITTANCE OF " WS-EDIT-AMOUNT " RECORDED - "
               "JOURNAL ENTRY " WS-NEXT-ENTRY-NO.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "PAYBENREMIT" TO SGN-PROGRAM-NAME
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
      *   The provider being paid and the last pay date covered.
      ***************************************************************
       200-SELECT-PROVIDER.
           DISPLAY "BENEFIT PROVIDER CODE: "
           ACCEPT WS-PROVIDER
           IF WS-PROVIDER = SPACES
               DISPLAY "A PROVIDER CODE IS REQUIRED"
               GOBACK
           END-IF
           DISPLAY "LAST PAY DATE COVERED (YYYYMMDD, 0 = ALL): "
           ACCEPT WS-THRU-DATE
           IF WS-THRU-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-THRU-DATE
           END-IF.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   The latest pay date already remitted to the provider.
      ***************************************************************
       300-FIND-LAST-REMITTANCE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BENEFIT-REMITTED-FILE
           PERFORM UNTIL EOF
               READ BENEFIT-REMITTED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF BM-PROVIDER = WS-PROVIDER
                               AND BM-PAY-DATE > WS-LAST-REMIT-DATE
                           MOVE BM-PAY-DATE TO WS-LAST-REMIT-DATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFIT-REMITTED-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Total what is due, run by run and payable by payable, off
      *   the provider's benefit history rows after the last
      *   remittance and through the date selected.
      ***************************************************************
       400-COMPUTE-DUE.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BENEFIT-HIST-FILE
           PERFORM UNTIL EOF
               READ BENEFIT-HIST-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF BH-PROVIDER = WS-PROVIDER
                               AND BH-PAY-DATE > WS-LAST-REMIT-DATE
                               AND BH-PAY-DATE NOT > WS-THRU-DATE
                           PERFORM 410-FOLD-HISTORY-ROW THRU 410-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFIT-HIST-FILE
           MOVE 'N' TO WS-END-OF-FILE
           COMPUTE WS-TOTAL-REMIT = WS-TOTAL-EE + WS-TOTAL-ER.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   One history row: its run's employee and employer amounts,
      *   and each amount against the account it is owed on.
      ***************************************************************
       410-FOLD-HISTORY-ROW.
           PERFORM 420-FIND-RUN THRU 420-EXIT.
           ADD BH-EE-AMOUNT TO WS-DU-EE (WS-DUE-FOUND-SUB)
           ADD BH-ER-AMOUNT TO WS-DU-ER (WS-DUE-FOUND-SUB)
           ADD BH-EE-AMOUNT TO WS-TOTAL-EE
           ADD BH-ER-AMOUNT TO WS-TOTAL-ER
           MOVE BH-EE-ACCT TO WS-PAYABLE-ACCT
           MOVE BH-EE-AMOUNT TO WS-PAYABLE-AMOUNT
           PERFORM 430-FOLD-PAYABLE THRU 430-EXIT.
           MOVE BH-ER-ACCT TO WS-PAYABLE-ACCT
           MOVE BH-ER-AMOUNT TO WS-PAYABLE-AMOUNT
           PERFORM 430-FOLD-PAYABLE THRU 430-EXIT.
       410-EXIT.
           EXIT.
      ***************************************************************
      *   Find-or-add the row's pay date in the run table.  A table
      *   that has outgrown its runs refuses the remittance rather
      *   than understate it.
      ***************************************************************
       420-FIND-RUN.
           MOVE ZERO TO WS-DUE-FOUND-SUB
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               IF WS-DU-PAY-DATE (WS-DUE-SUB) = BH-PAY-DATE
                   MOVE WS-DUE-SUB TO WS-DUE-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-DUE-FOUND-SUB NOT = ZERO
               GO TO 420-EXIT
           END-IF
           IF WS-DUE-COUNT NOT < 200
               DISPLAY "MORE THAN 200 PAY RUNS UNREMITTED - ENTER AN "
                   "EARLIER LAST PAY DATE"
               CLOSE BENEFIT-HIST-FILE
               GOBACK
           END-IF
           ADD 1 TO WS-DUE-COUNT
           MOVE WS-DUE-COUNT TO WS-DUE-FOUND-SUB
           MOVE BH-PAY-DATE TO WS-DU-PAY-DATE (WS-DUE-FOUND-SUB)
           MOVE ZERO TO WS-DU-EE (WS-DUE-FOUND-SUB)
           MOVE ZERO TO WS-DU-ER (WS-DUE-FOUND-SUB)
           IF BH-PAY-DATE > WS-LATEST-PAY-DATE
               MOVE BH-PAY-DATE TO WS-LATEST-PAY-DATE
           END-IF.
       420-EXIT.
           EXIT.
      ***************************************************************
      *   Find-or-add one payable account and add the amount owed
      *   on it.  More payables than the entry can carry refuses the
      *   remittance.
      ***************************************************************
       430-FOLD-PAYABLE.
           IF WS-PAYABLE-AMOUNT = ZERO
               GO TO 430-EXIT
           END-IF
           MOVE ZERO TO WS-PAY-FOUND-SUB
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > WS-PAY-COUNT
               IF WS-PA-ACCT (WS-PAY-SUB) = WS-PAYABLE-ACCT
                   MOVE WS-PAY-SUB TO WS-PAY-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-PAY-FOUND-SUB = ZERO
               IF WS-PAY-COUNT NOT < 40
                   DISPLAY "MORE THAN 40 PAYABLE ACCOUNTS - "
                       "REMITTANCE REFUSED"
                   CLOSE BENEFIT-HIST-FILE
                   GOBACK
               END-IF
               ADD 1 TO WS-PAY-COUNT
               MOVE WS-PAY-COUNT TO WS-PAY-FOUND-SUB
               MOVE WS-PAYABLE-ACCT TO WS-PA-ACCT (WS-PAY-FOUND-SUB)
               MOVE ZERO TO WS-PA-AMOUNT (WS-PAY-FOUND-SUB)
           END-IF
           ADD WS-PAYABLE-AMOUNT TO WS-PA-AMOUNT (WS-PAY-FOUND-SUB).
       430-EXIT.
           EXIT.
      ***************************************************************
      *   Show the operator each run's amounts and the total due.
      ***************************************************************
       450-SHOW-DUE.
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               MOVE WS-DU-EE (WS-DUE-SUB) TO WS-EDIT-AMOUNT
               MOVE WS-DU-ER (WS-DUE-SUB) TO WS-EDIT-AMOUNT-2
               DISPLAY "RUN " WS-DU-PAY-DATE (WS-DUE-SUB)
                   "  EMPLOYEE " WS-EDIT-AMOUNT
                   "  EMPLOYER " WS-EDIT-AMOUNT-2
           END-PERFORM
           MOVE WS-TOTAL-REMIT TO WS-EDIT-AMOUNT
           DISPLAY "TOTAL DUE . . . . . . " WS-EDIT-AMOUNT.
       450-EXIT.
           EXIT.
      ***************************************************************
      *   The date paid and the provider's reference number.  A
      *   remittance cannot predate the last run it pays for or be
      *   dated in the future.
      ***************************************************************
       500-ACCEPT-REMITTANCE.
           MOVE 'N' TO WS-DATE-OK
           DISPLAY "DATE PAID (YYYYMMDD): "
           ACCEPT WS-REMIT-DATE
           IF WS-RD-MONTH < 1 OR WS-RD-MONTH > 12
                   OR WS-RD-DAY < 1 OR WS-RD-DAY > 31
               DISPLAY "INVALID DATE PAID"
               GO TO 500-EXIT
           END-IF
           IF WS-REMIT-DATE < WS-LATEST-PAY-DATE
               DISPLAY "DATE PAID IS BEFORE PAY DATE "
                   WS-LATEST-PAY-DATE
               GO TO 500-EXIT
           END-IF
           IF WS-REMIT-DATE > WS-TODAY-DATE
               DISPLAY "DATE PAID IS IN THE FUTURE"
               GO TO 500-EXIT
           END-IF
           DISPLAY "PROVIDER REFERENCE NUMBER: "
           ACCEPT WS-REFERENCE
           IF WS-REFERENCE = SPACES
               DISPLAY "A REFERENCE NUMBER IS REQUIRED"
               GO TO 500-EXIT
           END-IF
           MOVE 'Y' TO WS-DATE-OK.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   The balanced entry: each payable debited for what is paid
      *   on it, cash credited for the remittance.
      ***************************************************************
       600-WRITE-ENTRY.
           PERFORM 610-FIND-NEXT-ENTRY-NO THRU 610-EXIT.
           MOVE WS-PROVIDER TO WS-JD-PROVIDER
           MOVE WS-REFERENCE TO WS-JD-REFERENCE
      *    A GENERATED ENTRY GOES ON THE APPROVAL FILE ALREADY
      *    APPROVED - CGLJOURNALPOST HOLDS ANY ENTRY WITHOUT A ROW.
      *    THE ROW IS WRITTEN FIRST SO THE LINES NEVER SIT ON THE
      *    JOURNAL WITHOUT IT.
           MOVE SPACES TO CGL-JRNL-APPROVAL-REC
           MOVE WS-NEXT-ENTRY-NO TO JAPR-ENTRY-NO
           MOVE "A" TO JAPR-STATUS
           MOVE WS-TOTAL-REMIT TO JAPR-ENTRY-AMT
           MOVE WS-JRNL-DESC TO JAPR-DESCRIPTION
           MOVE WS-OPERATOR-ID TO JAPR-MAKER-ID
           MOVE WS-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           MOVE "PAYBENRM" TO JAPR-APPROVER-1
           MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE
           WRITE CGL-JRNL-APPROVAL-REC
           CLOSE CGL-JRNL-APPROVAL-FILE
           OPEN EXTEND CGL-JOURNAL-FILE
           PERFORM VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > WS-PAY-COUNT
               MOVE WS-PA-ACCT (WS-PAY-SUB) TO WS-LINE-ACCT
               MOVE WS-PA-AMOUNT (WS-PAY-SUB) TO WS-LINE-AMOUNT
               PERFORM 680-WRITE-JOURNAL-LINE THRU 680-EXIT
           END-PERFORM
           MOVE WS-CASH-ACCT TO WS-LINE-ACCT
           COMPUTE WS-LINE-AMOUNT = ZERO - WS-TOTAL-REMIT
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
      *   One remittance row per pay date covered.
      ***************************************************************
       700-RECORD-REMITTANCE.
           OPEN EXTEND BENEFIT-REMITTED-FILE
           PERFORM VARYING WS-DUE-SUB FROM 1 BY 1
                   UNTIL WS-DUE-SUB > WS-DUE-COUNT
               MOVE WS-PROVIDER TO BM-PROVIDER
               MOVE WS-DU-PAY-DATE (WS-DUE-SUB) TO BM-PAY-DATE
               MOVE WS-DU-EE (WS-DUE-SUB) TO BM-EE-AMOUNT
               MOVE WS-DU-ER (WS-DUE-SUB) TO BM-ER-AMOUNT
               MOVE WS-REMIT-DATE TO BM-REMIT-DATE
               MOVE WS-REFERENCE TO BM-REFERENCE
               MOVE WS-OPERATOR-ID TO BM-OPERATOR-ID
               MOVE WS-NEXT-ENTRY-NO TO BM-ENTRY-NO
               WRITE BENEFIT-REMITTED-REC
           END-PERFORM
           CLOSE BENEFIT-REMITTED-FILE.
       700-EXIT.
           EXIT.
      ***************************************************************
      *   The remittance as the bank sees it - one withdrawal for
      *   the whole amount on the date paid - logged for the bank
      *   reconciliation.
      ***************************************************************
       720-RECORD-CASH-FEED.
           OPEN EXTEND CASH-FEED-FILE
           MOVE SPACES TO CASH-FEED-REC
           MOVE "BR" TO CF-SOURCE
           MOVE "W" TO CF-DIRECTION
           MOVE WS-TIMESTAMP (1:14) TO CF-REFERENCE
           MOVE WS-REMIT-DATE TO CF-DATE
           MOVE WS-TOTAL-REMIT TO CF-AMOUNT
           MOVE WS-OPERATOR-ID TO CF-OPERATOR-ID
           WRITE CASH-FEED-REC
           CLOSE CASH-FEED-FILE.
       720-EXIT.
           EXIT.
      *****************************************************************
      *   Load the payroll control's cash account.  A missing file
      *   keeps the fallback PAYROLL itself uses.
      *****************************************************************
       900-LOAD-PAY-CONTROL.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT PAY-CONTROL-FILE
           READ PAY-CONTROL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF NOT EOF
               MOVE PCT-CASH-ACCT TO WS-CASH-ACCT
           END-IF
           CLOSE PAY-CONTROL-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       900-EXIT.
           EXIT.
