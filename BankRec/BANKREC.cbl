       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BANKREC.
       AUTHOR.  COLE SQUIRE.
      *****************************************************************
      * Month-end bank reconciliation of the ledger's cash account.
      *
      * The cash book - every item that moves money through the bank
      * account - is kept on BANKRECITEMS.DAT.  Each run first picks
      * up the items written since the last run: payroll checks off
      * the permanent check register and payables checks off the AP
      * check register (a check voided on either drops off the
      * outstanding list), the direct-deposit batch off the payroll
      * deposit file, each fine-desk deposit, and the items paid or
      * taken in outside the check runs - payroll tax deposits,
      * benefit provider remittances, and the interlibrary loan
      * desk's fees and postage - off the cash-book feed those
      * programs write.  An item already on the cash book is never
      * added twice, so the sources can be read in full every time.
      *
      * The bank's statement is then matched against the items still
      * outstanding: a cashed check by its check number (payroll and
      * payables checks are numbered in separate series), anything
      * else by direction and amount, oldest item first.  Matched
      * items are flagged cleared with the statement date, so next
      * month starts from the right outstanding list.  The report
      * lists the outstanding checks, the deposits in transit, and
      * the bank items nothing on the cash book accounts for (fees,
      * interest, errors), then proves
      *
      *     statement ending balance - outstanding checks
      *       + deposits in transit  =  ledger cash balance
      *       + unmatched bank items
      *
      * against the cash account's current balance on the master.
      *
      *   File   :  J:\CS3530\BANKRECITEMS.DAT
      *   Input  :  C:\COBOL\BANKSTMT.DAT
      *             C:\COBOL\PAYCHECKREG.DAT
      *             C:\COBOL\PAYDEPOSIT.DAT
      *             C:\COBOL\APCHECKREG.DAT
      *             C:\COBOL\FINEDEPOSIT.DAT
      *             C:\COBOL\CASHFEED.DAT
      *             J:\CS3530\COAFILEMASTER.DAT
      *   Output :  J:\CS3530\BANKRECRPT.DAT
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BANK-ITEMS-FILE
                 ASSIGN TO UT-SYS-BANK-ITEMS-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BANK-STATEMENT-FILE
                 ASSIGN TO UT-SYS-BANK-STATEMENT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-REGISTER-FILE
                 ASSIGN TO UT-SYS-CHECK-REGISTER-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BANK-DEPOSIT-FILE
                 ASSIGN TO UT-SYS-BANK-DEPOSIT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-CHECK-REGISTER-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-REGISTER-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FINE-DEPOSIT-FILE
                 ASSIGN TO UT-SYS-FINE-DEPOSIT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-FEED-FILE
                 ASSIGN TO UT-SYS-CASH-FEED-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CGL-COA-MASTER-FILE
                 ASSIGN TO UT-SYS-COA-MASTER-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS CGLC-MSTR-NO.
           SELECT BANK-REC-REPORT-FILE
                 ASSIGN TO UT-SYS-BANK-REC-REPORT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    THE CASH BOOK - ONE ROW PER ITEM THROUGH THE BANK ACCOUNT.
      *    SOURCE: PC PAYROLL CHECK, DD DIRECT-DEPOSIT BATCH, AC
      *    PAYABLES CHECK, AP PAYABLES PAYMENT (ONE PER INVOICE, AS
      *    TAKEN UP BEFORE PAYABLES CHECKS WERE PRINTED), FN FINE-
      *    DESK DEPOSIT, TX PAYROLL TAX DEPOSIT, BR BENEFIT PROVIDER
      *    REMITTANCE, IL ILL FEES OR POSTAGE.  DIRECTION: W
      *    MONEY OUT, D MONEY IN.  STATUS: O OUTSTANDING, C CLEARED
      *    BY THE BANK, V VOIDED BEFORE IT CLEARED.
       FD BANK-ITEMS-FILE
          RECORD CONTAINS 60 CHARACTERS.
       01 BANK-ITEM-REC.
          05  BI-SOURCE                            PIC XX.
          05  BI-DIRECTION                         PIC X.
              88  BI-WITHDRAWAL             VALUE "W".
              88  BI-DEPOSIT                VALUE "D".
          05  BI-REFERENCE                         PIC X(15).
          05  BI-DATE                              PIC 9(8).
          05  BI-AMOUNT                            PIC S9(7)V99.
          05  BI-STATUS                            PIC X.
              88  BI-OUTSTANDING            VALUE "O".
              88  BI-CLEARED                VALUE "C".
              88  BI-VOIDED                 VALUE "V".
          05  BI-CLEARED-DATE                      PIC 9(8).
          05  FILLER                               PIC X(16).

      *    THE BANK'S STATEMENT.  ITEM TYPE: C CHECK PAID, A ACH OR
      *    OTHER DEBIT, D DEPOSIT, F FEE OR SERVICE CHARGE, I
      *    INTEREST OR OTHER CREDIT, B THE STATEMENT'S ENDING
      *    BALANCE (DATED THE STATEMENT DATE).  A CHECK'S REFERENCE
      *    IS ITS NUMBER, ZERO-FILLED.
       FD BANK-STATEMENT-FILE
          RECORD CONTAINS 50 CHARACTERS.
       01 BANK-STATEMENT-REC.
          05  BS-ITEM-TYPE                         PIC X.
              88  BS-CHECK                  VALUE "C".
              88  BS-DEBIT                  VALUE "A" "F".
              88  BS-CREDIT                 VALUE "D" "I".
              88  BS-ENDING-BALANCE         VALUE "B".
          05  BS-REFERENCE                         PIC X(10).
          05  BS-CHECK-NO REDEFINES BS-REFERENCE   PIC 9(10).
          05  BS-DATE                              PIC 9(8).
          05  BS-AMOUNT                            PIC S9(7)V99.
          05  BS-DESCRIPTION                       PIC X(22).

      *    SAME 62-BYTE LAYOUT PAYROLL AND PAYCHECKVOID USE.
       FD CHECK-REGISTER-FILE
          RECORD CONTAINS 62 CHARACTERS.
       01 CHECK-REGISTER-REC.
          05  CR-CHECK-NO                          PIC 9(8).
          05  CR-SSNO                              PIC 9(9).
          05  CR-DATE                              PIC 9(8).
          05  CR-AMOUNT                            PIC S9(5)V99.
          05  CR-STATUS                            PIC X.
              88  CR-ISSUED                 VALUE "I".
              88  CR-VOID                   VALUE "V".
          05  CR-VOID-REASON                       PIC X(20).
          05  CR-OPERATOR-ID                       PIC X(8).
          05  FILLER                               PIC X(9).

      *    SAME 70-BYTE LAYOUT PAYROLL WRITES - ONLY THE HEADER'S
      *    EFFECTIVE DATE AND THE TRAILER'S TOTAL MATTER HERE, SINCE
      *    THE BANK DEBITS THE WHOLE BATCH AS ONE ITEM.
       FD BANK-DEPOSIT-FILE
          RECORD CONTAINS 70 CHARACTERS.
       01 BANK-DEPOSIT-REC.
          05  BD-REC-TYPE                          PIC X.
              88  BD-HEADER                 VALUE "H".
              88  BD-DETAIL                 VALUE "D".
              88  BD-TRAILER                VALUE "T".
          05  FILLER                               PIC X(69).
       01 BANK-DEPOSIT-HDR-REC.
          05  BDH-REC-TYPE                         PIC X.
          05  BDH-EFFECTIVE-DATE                   PIC 9(8).
          05  BDH-CREATED-TS                       PIC X(21).
          05  FILLER                               PIC X(40).
       01 BANK-DEPOSIT-TRL-REC.
          05  BDT-REC-TYPE                         PIC X.
          05  BDT-DETAIL-COUNT                     PIC 9(7).
          05  BDT-NET-TOTAL                        PIC S9(9)V99.
          05  FILLER                               PIC X(51).

      *    SAME 80-BYTE LAYOUT APPAYMENT AND APCHECKVOID USE.
       FD AP-CHECK-REGISTER-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 AP-CHECK-REGISTER-REC.
          05  AC-CHECK-NO                          PIC 9(8).
          05  AC-VENDOR-NO                         PIC 9(5).
          05  AC-DATE                              PIC 9(8).
          05  AC-AMOUNT                            PIC 9(7)V99.
          05  AC-STATUS                            PIC X.
              88  AC-ISSUED                 VALUE "I".
              88  AC-VOID                   VALUE "V".
          05  AC-VOID-REASON                       PIC X(20).
          05  AC-OPERATOR-ID                       PIC X(8).
          05  AC-VOID-DATE                         PIC 9(8).
          05  FILLER                               PIC X(13).

      *    SAME 39-BYTE LAYOUT FINECOLLECT APPENDS.
       FD FINE-DEPOSIT-FILE
          RECORD CONTAINS 39 CHARACTERS.
       01 FINE-DEPOSIT-REC.
          05  FD-DEPOSIT-REF                       PIC X(14).
          05  FD-DEPOSIT-DATE                      PIC 9(8).
          05  FD-AMOUNT                            PIC 9(7)V99.
          05  FD-OPERATOR-ID                       PIC X(8).

      *    SAME 43-BYTE LAYOUT PAYTAXDEPOSIT, PAYBENREMIT AND ILLMAINT
      *    APPEND - THE SOURCE, DIRECTION AND REFERENCE ARE THE CASH-
      *    BOOK ITEM'S OWN.
       FD CASH-FEED-FILE
          RECORD CONTAINS 43 CHARACTERS.
       01 CASH-FEED-REC.
          05  CF-SOURCE                            PIC XX.
          05  CF-DIRECTION                         PIC X.
          05  CF-REFERENCE                         PIC X(15).
          05  CF-DATE                              PIC 9(8).
          05  CF-AMOUNT                            PIC 9(7)V99.
          05  CF-OPERATOR-ID                       PIC X(8).

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

       FD BANK-REC-REPORT-FILE
          RECORD CONTAINS 80 CHARACTERS.
       01 BANK-REC-REPORT-REC.
          05  BR-SECTION                           PIC X(12).
          05  FILLER                               PIC X.
          05  BR-SOURCE                            PIC XX.
          05  FILLER                               PIC X.
          05  BR-REFERENCE                         PIC X(15).
          05  FILLER                               PIC X.
          05  BR-DATE                              PIC 9(8).
          05  FILLER                               PIC X.
          05  BR-AMOUNT                            PIC -(8)9.99.
          05  FILLER                               PIC X.
          05  BR-NOTE                              PIC X(26).

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
           05  UT-SYS-BANK-ITEMS-FILE              PIC X(50)
                                   VALUE "J:\CS3530\BANKRECITEMS.DAT".
           05  UT-SYS-BANK-STATEMENT-FILE          PIC X(50)
                                   VALUE "C:\COBOL\BANKSTMT.DAT".
           05  UT-SYS-CHECK-REGISTER-FILE          PIC X(50)
                                   VALUE "C:\COBOL\PAYCHECKREG.DAT".
           05  UT-SYS-BANK-DEPOSIT-FILE            PIC X(50)
                                   VALUE "C:\COBOL\PAYDEPOSIT.DAT".
           05  UT-SYS-AP-CHECK-REGISTER-FILE       PIC X(50)
                                   VALUE "C:\COBOL\APCHECKREG.DAT".
           05  UT-SYS-FINE-DEPOSIT-FILE            PIC X(50)
                                   VALUE "C:\COBOL\FINEDEPOSIT.DAT".
           05  UT-SYS-CASH-FEED-FILE               PIC X(50)
                                   VALUE "C:\COBOL\CASHFEED.DAT".
           05  UT-SYS-COA-MASTER-FILE              PIC X(50)
                                   VALUE "J:\CS3530\COAFILEMASTER.DAT".
           05  UT-SYS-BANK-REC-REPORT-FILE         PIC X(50)
                                   VALUE "J:\CS3530\BANKRECRPT.DAT".
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
           05  WS-ITEM-MATCHED                     PIC X
                                            VALUE 'N'.
               88  ITEM-MATCHED              VALUE 'Y'.
           05  WS-BALANCE-FOUND                    PIC X
                                            VALUE 'N'.
               88  BALANCE-FOUND             VALUE 'Y'.
      *    DESIGNATED CASH ACCOUNT - THE SAME ACCOUNT PAYROLL, THE
      *    PAYABLES RUN, THE TAX DEPOSITS AND REMITTANCES, AND THE
      *    FINE AND ILL DESKS POST TO.
       01  WS-CASH-ACCT                            PIC 9(4)
                                            VALUE 1010.
       01  WS-STATEMENT-DATE                       PIC 9(8)
                                            VALUE ZERO.
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-DD-EFFECTIVE-DATE                    PIC 9(8)
                                            VALUE ZERO.
      *    THE WHOLE CASH BOOK HELD IN STORAGE - NEW ITEMS ADDED,
      *    MATCHED ITEMS FLAGGED, AND WRITTEN BACK IN FULL.
       01  WS-ITEMS-TABLE.
           05  WS-ITEM-COUNT                       PIC 9(5)
                                            VALUE ZERO.
           05  WS-ITEM-ENTRY OCCURS 5000 TIMES.
               10  WS-IT-SOURCE                    PIC XX.
               10  WS-IT-DIRECTION                 PIC X.
               10  WS-IT-REFERENCE                 PIC X(15).
               10  WS-IT-CHECK-NO REDEFINES WS-IT-REFERENCE.
                   15  WS-IT-CHECK-NUM             PIC 9(10).
                   15  FILLER                      PIC X(5).
               10  WS-IT-DATE                      PIC 9(8).
               10  WS-IT-AMOUNT                    PIC S9(7)V99.
               10  WS-IT-STATUS                    PIC X.
               10  WS-IT-CLEARED-DATE              PIC 9(8).
       01  WS-ITEM-SUB                             PIC 9(5).
       01  WS-FOUND-SUB                            PIC 9(5).
      *    THE CANDIDATE ITEM BUILT FROM A SOURCE RECORD BEFORE THE
      *    DUPLICATE CHECK.
       01  WS-NEW-ITEM.
           05  WS-NI-SOURCE                        PIC XX.
           05  WS-NI-DIRECTION                     PIC X.
           05  WS-NI-REFERENCE                     PIC X(15).
           05  WS-NI-DATE                          PIC 9(8).
           05  WS-NI-AMOUNT                        PIC S9(7)V99.
       01  WS-CHECK-REF.
           05  WS-CHECK-REF-NO                     PIC 9(10).
           05  FILLER                              PIC X(5)
                                            VALUE SPACES.
       01  WS-DD-REF.
           05  FILLER                              PIC X(7)
                                            VALUE "ACHPAY-".
           05  WS-DD-REF-DATE                      PIC 9(8).
       01  WS-REC-TOTALS.
           05  WS-ADDED-COUNT                      PIC 9(5)
                                            VALUE ZERO.
           05  WS-VOIDED-COUNT                     PIC 9(5)
                                            VALUE ZERO.
           05  WS-CLEARED-COUNT                    PIC 9(5)
                                            VALUE ZERO.
           05  WS-UNMATCHED-COUNT                  PIC 9(5)
                                            VALUE ZERO.
           05  WS-ENDING-BALANCE                   PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-OUTSTANDING-CHECKS               PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-DEPOSITS-IN-TRANSIT              PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-UNMATCHED-NET                    PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-ADJUSTED-BANK                    PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-LEDGER-CASH                      PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-ADJUSTED-BOOK                    PIC S9(9)V99
                                            VALUE ZERO.
           05  WS-REC-DIFFERENCE                   PIC S9(9)V99
                                            VALUE ZERO.

       PROCEDURE DIVISION.
      *************************************************************
      *  Sign on, bring the cash book up to date from the payment
      *  sources, match the bank statement against it, report the
      *  reconciling items and prove the balance, then write the
      *  cash book back with the cleared flags.
      *************************************************************
       100-MAIN.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
      *    CLEARING ITEMS OFF THE CASH BOOK - LEVEL 2 OR BETTER.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR THE BANK RECONCILIATION"
               GOBACK
           END-IF
           PERFORM 900-INITIALIZATION THRU 900-EXIT.
           PERFORM 200-CAPTURE-CHECKS THRU 200-EXIT.
           PERFORM 210-CAPTURE-DIRECT-DEPOSIT THRU 210-EXIT.
           PERFORM 220-CAPTURE-AP-CHECKS THRU 220-EXIT.
           PERFORM 230-CAPTURE-FINE-DEPOSITS THRU 230-EXIT.
           PERFORM 240-CAPTURE-CASH-FEED THRU 240-EXIT.
           PERFORM 300-MATCH-STATEMENT THRU 300-EXIT.
           PERFORM 400-REPORT-OUTSTANDING THRU 400-EXIT.
           PERFORM 500-PROVE-BALANCE THRU 500-EXIT.
           PERFORM 600-REWRITE-ITEMS THRU 600-EXIT.
           PERFORM 910-END-PROGRAM-RTN THRU 910-EXIT.
           DISPLAY "BANK RECONCILIATION COMPLETE - " WS-ADDED-COUNT
               " ITEMS ADDED, " WS-CLEARED-COUNT " CLEARED, "
               WS-UNMATCHED-COUNT " BANK ITEMS UNMATCHED".
           IF WS-REC-DIFFERENCE = ZERO
               DISPLAY "CASH ACCOUNT " WS-CASH-ACCT " RECONCILED"
           ELSE
               DISPLAY "CASH ACCOUNT " WS-CASH-ACCT
                   " OUT OF BALANCE BY " WS-REC-DIFFERENCE
                   " - SEE BANKRECRPT.DAT"
           END-IF.
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "BANKREC" TO SGN-PROGRAM-NAME
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
      *   Payroll checks.  Every issued check not yet on the cash
      *   book goes on outstanding; a check voided on the register
      *   since it went on is flagged voided so it leaves the
      *   outstanding list (a check the bank has already cleared
      *   stays cleared).
      ***************************************************************
       200-CAPTURE-CHECKS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CHECK-REGISTER-FILE
           PERFORM UNTIL EOF
               READ CHECK-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE CR-CHECK-NO TO WS-CHECK-REF-NO
                       MOVE "PC" TO WS-NI-SOURCE
                       MOVE "W" TO WS-NI-DIRECTION
                       MOVE WS-CHECK-REF TO WS-NI-REFERENCE
                       MOVE CR-DATE TO WS-NI-DATE
                       MOVE CR-AMOUNT TO WS-NI-AMOUNT
                       IF CR-VOID
                           PERFORM 250-FIND-ITEM THRU 250-EXIT
                           IF WS-FOUND-SUB NOT = ZERO
                               IF WS-IT-STATUS (WS-FOUND-SUB) = "O"
                                   MOVE "V"
                                       TO WS-IT-STATUS (WS-FOUND-SUB)
                                   ADD 1 TO WS-VOIDED-COUNT
                               END-IF
                           END-IF
                       ELSE
                           PERFORM 260-ADD-ITEM THRU 260-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHECK-REGISTER-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   The direct-deposit batch.  The bank debits the whole batch
      *   as one item, so the header's effective date and the
      *   trailer's net total make the cash-book item.
      ***************************************************************
       210-CAPTURE-DIRECT-DEPOSIT.
           MOVE 'N' TO WS-END-OF-FILE
           MOVE ZERO TO WS-DD-EFFECTIVE-DATE
           OPEN INPUT BANK-DEPOSIT-FILE
           PERFORM UNTIL EOF
               READ BANK-DEPOSIT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF BD-HEADER
                           MOVE BDH-EFFECTIVE-DATE
                               TO WS-DD-EFFECTIVE-DATE
                       END-IF
                       IF BD-TRAILER AND BDT-NET-TOTAL NOT = ZERO
                           MOVE WS-DD-EFFECTIVE-DATE TO WS-DD-REF-DATE
                           MOVE "DD" TO WS-NI-SOURCE
                           MOVE "W" TO WS-NI-DIRECTION
                           MOVE WS-DD-REF TO WS-NI-REFERENCE
                           MOVE WS-DD-EFFECTIVE-DATE TO WS-NI-DATE
                           MOVE BDT-NET-TOTAL TO WS-NI-AMOUNT
                           PERFORM 260-ADD-ITEM THRU 260-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-DEPOSIT-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       210-EXIT.
           EXIT.
      ***************************************************************
      *   Payables checks, one per vendor per payment run, off the
      *   permanent AP check register, the same way as the payroll
      *   checks: every issued check not yet on the cash book goes on
      *   outstanding, and one voided since is flagged voided.
      ***************************************************************
       220-CAPTURE-AP-CHECKS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AP-CHECK-REGISTER-FILE
           PERFORM UNTIL EOF
               READ AP-CHECK-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE AC-CHECK-NO TO WS-CHECK-REF-NO
                       MOVE "AC" TO WS-NI-SOURCE
                       MOVE "W" TO WS-NI-DIRECTION
                       MOVE WS-CHECK-REF TO WS-NI-REFERENCE
                       MOVE AC-DATE TO WS-NI-DATE
                       MOVE AC-AMOUNT TO WS-NI-AMOUNT
                       IF AC-VOID
                           PERFORM 250-FIND-ITEM THRU 250-EXIT
                           IF WS-FOUND-SUB NOT = ZERO
                               IF WS-IT-STATUS (WS-FOUND-SUB) = "O"
                                   MOVE "V"
                                       TO WS-IT-STATUS (WS-FOUND-SUB)
                                   ADD 1 TO WS-VOIDED-COUNT
                               END-IF
                           END-IF
                       ELSE
                           PERFORM 260-ADD-ITEM THRU 260-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-CHECK-REGISTER-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       220-EXIT.
           EXIT.
      ***************************************************************
      *   Fine-desk deposits, one per collection session.
      ***************************************************************
       230-CAPTURE-FINE-DEPOSITS.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT FINE-DEPOSIT-FILE
           PERFORM UNTIL EOF
               READ FINE-DEPOSIT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE "FN" TO WS-NI-SOURCE
                       MOVE "D" TO WS-NI-DIRECTION
                       MOVE FD-DEPOSIT-REF TO WS-NI-REFERENCE
                       MOVE FD-DEPOSIT-DATE TO WS-NI-DATE
                       MOVE FD-AMOUNT TO WS-NI-AMOUNT
                       PERFORM 260-ADD-ITEM THRU 260-EXIT
               END-READ
           END-PERFORM
           CLOSE FINE-DEPOSIT-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       230-EXIT.
           EXIT.
      ***************************************************************
      *   Payments and takings recorded outside the check runs: each
      *   tax deposit and benefit remittance, and each ILL desk
      *   session's fees in and fees and postage out.  None is a
      *   numbered check, so the bank's line is matched by amount.
      ***************************************************************
       240-CAPTURE-CASH-FEED.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT CASH-FEED-FILE
           PERFORM UNTIL EOF
               READ CASH-FEED-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE CF-SOURCE TO WS-NI-SOURCE
                       MOVE CF-DIRECTION TO WS-NI-DIRECTION
                       MOVE CF-REFERENCE TO WS-NI-REFERENCE
                       MOVE CF-DATE TO WS-NI-DATE
                       MOVE CF-AMOUNT TO WS-NI-AMOUNT
                       PERFORM 260-ADD-ITEM THRU 260-EXIT
               END-READ
           END-PERFORM
           CLOSE CASH-FEED-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       240-EXIT.
           EXIT.
      ***************************************************************
      *   Look the candidate item up on the cash book by source and
      *   reference.  WS-FOUND-SUB is zero when it is not there.
      ***************************************************************
       250-FIND-ITEM.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
                      OR WS-FOUND-SUB NOT = ZERO
               IF WS-IT-SOURCE (WS-ITEM-SUB) = WS-NI-SOURCE
                       AND WS-IT-REFERENCE (WS-ITEM-SUB) =
                           WS-NI-REFERENCE
                   MOVE WS-ITEM-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.
       250-EXIT.
           EXIT.
      ***************************************************************
      *   Put the candidate item on the cash book as outstanding,
      *   unless it is already there.
      ***************************************************************
       260-ADD-ITEM.
           PERFORM 250-FIND-ITEM THRU 250-EXIT
           IF WS-FOUND-SUB NOT = ZERO
               GO TO 260-EXIT
           END-IF
      *    THE WHOLE FILE IS WRITTEN BACK FROM THIS TABLE - A CASH
      *    BOOK THAT HAS OUTGROWN IT MUST REFUSE THE RUN, NOT LOSE
      *    THE OVERFLOW ROWS ON THE REWRITE.
           IF WS-ITEM-COUNT = 5000
               DISPLAY "BANKRECITEMS.DAT EXCEEDS THE WORK TABLE - "
                   "RUN REFUSED"
               GOBACK
           END-IF
           ADD 1 TO WS-ITEM-COUNT
           MOVE WS-NI-SOURCE TO WS-IT-SOURCE (WS-ITEM-COUNT)
           MOVE WS-NI-DIRECTION TO WS-IT-DIRECTION (WS-ITEM-COUNT)
           MOVE WS-NI-REFERENCE TO WS-IT-REFERENCE (WS-ITEM-COUNT)
           MOVE WS-NI-DATE TO WS-IT-DATE (WS-ITEM-COUNT)
           MOVE WS-NI-AMOUNT TO WS-IT-AMOUNT (WS-ITEM-COUNT)
           MOVE "O" TO WS-IT-STATUS (WS-ITEM-COUNT)
           MOVE ZERO TO WS-IT-CLEARED-DATE (WS-ITEM-COUNT)
           ADD 1 TO WS-ADDED-COUNT.
       260-EXIT.
           EXIT.
      ***************************************************************
      *   Match every statement line against the outstanding items.
      *   The ending-balance line was picked up at startup.
      ***************************************************************
       300-MATCH-STATEMENT.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BANK-STATEMENT-FILE
           PERFORM UNTIL EOF
               READ BANK-STATEMENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF NOT BS-ENDING-BALANCE
                           PERFORM 310-MATCH-ONE-LINE THRU 310-EXIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-STATEMENT-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   A paid check matches the outstanding payroll or payables
      *   check with the same number and amount.  Any other debit
      *   matches the oldest outstanding withdrawal of the same
      *   amount that was not a numbered check; a credit the oldest
      *   outstanding deposit of the same amount.  Whatever is left
      *   is an unmatched bank item for the ledger to take up.
      ***************************************************************
       310-MATCH-ONE-LINE.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STATUS (WS-ITEM-SUB) = "O"
                       AND WS-IT-AMOUNT (WS-ITEM-SUB) = BS-AMOUNT
                   MOVE 'N' TO WS-ITEM-MATCHED
                   EVALUATE TRUE
                       WHEN BS-CHECK
                           IF (WS-IT-SOURCE (WS-ITEM-SUB) = "PC"
                                   OR WS-IT-SOURCE (WS-ITEM-SUB) = "AC")
                                   AND WS-IT-CHECK-NUM (WS-ITEM-SUB)
                                       = BS-CHECK-NO
                               MOVE 'Y' TO WS-ITEM-MATCHED
                           END-IF
                       WHEN BS-DEBIT
                           IF WS-IT-DIRECTION (WS-ITEM-SUB) = "W"
                                   AND WS-IT-SOURCE (WS-ITEM-SUB)
                                       NOT = "PC"
                                   AND WS-IT-SOURCE (WS-ITEM-SUB)
                                       NOT = "AC"
                               MOVE 'Y' TO WS-ITEM-MATCHED
                           END-IF
                       WHEN BS-CREDIT
                           IF WS-IT-DIRECTION (WS-ITEM-SUB) = "D"
                               MOVE 'Y' TO WS-ITEM-MATCHED
                           END-IF
                   END-EVALUATE
                   IF ITEM-MATCHED
                       IF WS-FOUND-SUB = ZERO
                           MOVE WS-ITEM-SUB TO WS-FOUND-SUB
                       ELSE
                           IF WS-IT-DATE (WS-ITEM-SUB) <
                                   WS-IT-DATE (WS-FOUND-SUB)
                               MOVE WS-ITEM-SUB TO WS-FOUND-SUB
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB NOT = ZERO
               MOVE "C" TO WS-IT-STATUS (WS-FOUND-SUB)
               MOVE WS-STATEMENT-DATE
                   TO WS-IT-CLEARED-DATE (WS-FOUND-SUB)
               ADD 1 TO WS-CLEARED-COUNT
               GO TO 310-EXIT
           END-IF
           MOVE SPACES TO BANK-REC-REPORT-REC
           MOVE "UNMATCHED" TO BR-SECTION
           MOVE "BK" TO BR-SOURCE
           MOVE BS-REFERENCE TO BR-REFERENCE
           MOVE BS-DATE TO BR-DATE
           MOVE BS-DESCRIPTION TO BR-NOTE
           IF BS-CREDIT
               MOVE BS-AMOUNT TO BR-AMOUNT
               ADD BS-AMOUNT TO WS-UNMATCHED-NET
           ELSE
               COMPUTE BR-AMOUNT = ZERO - BS-AMOUNT
               SUBTRACT BS-AMOUNT FROM WS-UNMATCHED-NET
           END-IF
           WRITE BANK-REC-REPORT-REC
           ADD 1 TO WS-UNMATCHED-COUNT.
       310-EXIT.
           EXIT.
      ***************************************************************
      *   List what is still outstanding after the match - the
      *   checks and other withdrawals the bank has not paid, then
      *   the deposits in transit.
      ***************************************************************
       400-REPORT-OUTSTANDING.
           MOVE SPACES TO BANK-REC-REPORT-REC
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STATUS (WS-ITEM-SUB) = "O"
                       AND WS-IT-DIRECTION (WS-ITEM-SUB) = "W"
                   MOVE "OUTSTANDING" TO BR-SECTION
                   PERFORM 410-WRITE-ITEM-LINE THRU 410-EXIT
                   ADD WS-IT-AMOUNT (WS-ITEM-SUB)
                       TO WS-OUTSTANDING-CHECKS
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               IF WS-IT-STATUS (WS-ITEM-SUB) = "O"
                       AND WS-IT-DIRECTION (WS-ITEM-SUB) = "D"
                   MOVE "IN TRANSIT" TO BR-SECTION
                   PERFORM 410-WRITE-ITEM-LINE THRU 410-EXIT
                   ADD WS-IT-AMOUNT (WS-ITEM-SUB)
                       TO WS-DEPOSITS-IN-TRANSIT
               END-IF
           END-PERFORM.
       400-EXIT.
           EXIT.
      ***************************************************************
      *   One cash-book item on the report.  The caller has set the
      *   section.
      ***************************************************************
       410-WRITE-ITEM-LINE.
           MOVE WS-IT-SOURCE (WS-ITEM-SUB) TO BR-SOURCE
           MOVE WS-IT-REFERENCE (WS-ITEM-SUB) TO BR-REFERENCE
           MOVE WS-IT-DATE (WS-ITEM-SUB) TO BR-DATE
           MOVE WS-IT-AMOUNT (WS-ITEM-SUB) TO BR-AMOUNT
           MOVE SPACES TO BR-NOTE
           WRITE BANK-REC-REPORT-REC
           MOVE SPACES TO BANK-REC-REPORT-REC.
       410-EXIT.
           EXIT.
      ***************************************************************
      *   Prove the reconciliation: the adjusted bank balance must
      *   equal the ledger cash balance carried for the bank items
      *   the ledger has not taken up yet.
      ***************************************************************
       500-PROVE-BALANCE.
           MOVE SPACES TO BANK-REC-REPORT-REC
           MOVE WS-CASH-ACCT TO CGLC-MSTR-NO
           READ CGL-COA-MASTER-FILE
               INVALID KEY
                   DISPLAY "CASH ACCOUNT " WS-CASH-ACCT
                       " NOT ON THE COA MASTER - LEDGER BALANCE "
                       "TAKEN AS ZERO"
                   MOVE ZERO TO CGLC-MSTR-CUR-BALANCE
           END-READ
           MOVE CGLC-MSTR-CUR-BALANCE TO WS-LEDGER-CASH
           COMPUTE WS-ADJUSTED-BANK = WS-ENDING-BALANCE
               - WS-OUTSTANDING-CHECKS + WS-DEPOSITS-IN-TRANSIT
           COMPUTE WS-ADJUSTED-BOOK =
               WS-LEDGER-CASH + WS-UNMATCHED-NET
           COMPUTE WS-REC-DIFFERENCE =
               WS-ADJUSTED-BANK - WS-ADJUSTED-BOOK
           MOVE "STMT BALANCE" TO BR-SECTION
           MOVE WS-STATEMENT-DATE TO BR-DATE
           MOVE WS-ENDING-BALANCE TO BR-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE THRU 510-EXIT
           MOVE "LESS OUTSTND" TO BR-SECTION
           COMPUTE BR-AMOUNT = ZERO - WS-OUTSTANDING-CHECKS
           PERFORM 510-WRITE-SUMMARY-LINE THRU 510-EXIT
           MOVE "ADD TRANSIT" TO BR-SECTION
           MOVE WS-DEPOSITS-IN-TRANSIT TO BR-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE THRU 510-EXIT
           MOVE "ADJ BANK" TO BR-SECTION
           MOVE WS-ADJUSTED-BANK TO BR-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE THRU 510-EXIT
           MOVE "LEDGER CASH" TO BR-SECTION
           MOVE WS-LEDGER-CASH TO BR-AMOUNT
           MOVE CGLC-MSTR-DESCRIPTION TO BR-NOTE
           PERFORM 510-WRITE-SUMMARY-LINE THRU 510-EXIT
           MOVE "ADD UNMATCHD" TO BR-SECTION
           MOVE WS-UNMATCHED-NET TO BR-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE THRU 510-EXIT
           MOVE "ADJ BOOK" TO BR-SECTION
           MOVE WS-ADJUSTED-BOOK TO BR-AMOUNT
           PERFORM 510-WRITE-SUMMARY-LINE THRU 510-EXIT
           MOVE "DIFFERENCE" TO BR-SECTION
           MOVE WS-REC-DIFFERENCE TO BR-AMOUNT
           IF WS-REC-DIFFERENCE = ZERO
               MOVE "RECONCILED" TO BR-NOTE
           ELSE
               MOVE "OUT OF BALANCE" TO BR-NOTE
           END-IF
           PERFORM 510-WRITE-SUMMARY-LINE THRU 510-EXIT.
       500-EXIT.
           EXIT.
      ***************************************************************
      *   One line of the proof.  The caller has set the caption and
      *   amount.
      ***************************************************************
       510-WRITE-SUMMARY-LINE.
           MOVE "RC" TO BR-SOURCE
           MOVE WS-CASH-ACCT TO BR-REFERENCE
           WRITE BANK-REC-REPORT-REC
           MOVE SPACES TO BANK-REC-REPORT-REC.
       510-EXIT.
           EXIT.
      ***************************************************************
      *   Write the cash book back with the new items and the
      *   cleared and voided flags.
      ***************************************************************
       600-REWRITE-ITEMS.
           OPEN OUTPUT BANK-ITEMS-FILE
           PERFORM VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
               MOVE SPACES TO BANK-ITEM-REC
               MOVE WS-IT-SOURCE (WS-ITEM-SUB) TO BI-SOURCE
               MOVE WS-IT-DIRECTION (WS-ITEM-SUB) TO BI-DIRECTION
               MOVE WS-IT-REFERENCE (WS-ITEM-SUB) TO BI-REFERENCE
               MOVE WS-IT-DATE (WS-ITEM-SUB) TO BI-DATE
               MOVE WS-IT-AMOUNT (WS-ITEM-SUB) TO BI-AMOUNT
               MOVE WS-IT-STATUS (WS-ITEM-SUB) TO BI-STATUS
               MOVE WS-IT-CLEARED-DATE (WS-ITEM-SUB)
                   TO BI-CLEARED-DATE
               WRITE BANK-ITEM-REC
           END-PERFORM
           CLOSE BANK-ITEMS-FILE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Load the cash book, take the statement's ending balance and
      *   date, and open the master and the report.  A statement
      *   with no ending-balance line cannot be proved, so the run
      *   is refused.
      ***************************************************************
       900-INITIALIZATION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-DATE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BANK-ITEMS-FILE
           PERFORM UNTIL EOF
               READ BANK-ITEMS-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-ITEM-COUNT = 5000
                           DISPLAY "BANKRECITEMS.DAT EXCEEDS THE "
                               "WORK TABLE - RUN REFUSED"
                           CLOSE BANK-ITEMS-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE BI-SOURCE TO WS-IT-SOURCE (WS-ITEM-COUNT)
                       MOVE BI-DIRECTION
                           TO WS-IT-DIRECTION (WS-ITEM-COUNT)
                       MOVE BI-REFERENCE
                           TO WS-IT-REFERENCE (WS-ITEM-COUNT)
                       MOVE BI-DATE TO WS-IT-DATE (WS-ITEM-COUNT)
                       MOVE BI-AMOUNT TO WS-IT-AMOUNT (WS-ITEM-COUNT)
                       MOVE BI-STATUS TO WS-IT-STATUS (WS-ITEM-COUNT)
                       MOVE BI-CLEARED-DATE
                           TO WS-IT-CLEARED-DATE (WS-ITEM-COUNT)
               END-READ
           END-PERFORM
           CLOSE BANK-ITEMS-FILE
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT BANK-STATEMENT-FILE
           PERFORM UNTIL EOF
               READ BANK-STATEMENT-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF BS-ENDING-BALANCE
                           MOVE BS-AMOUNT TO WS-ENDING-BALANCE
                           MOVE BS-DATE TO WS-STATEMENT-DATE
                           MOVE 'Y' TO WS-BALANCE-FOUND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-STATEMENT-FILE
           MOVE 'N' TO WS-END-OF-FILE
           IF NOT BALANCE-FOUND
               DISPLAY "NO ENDING-BALANCE LINE ON BANKSTMT.DAT - "
                   "RUN REFUSED"
               GOBACK
           END-IF
           OPEN INPUT CGL-COA-MASTER-FILE.
           OPEN OUTPUT BANK-REC-REPORT-FILE.
       900-EXIT.
           EXIT.
      *****************************************************************
      *   Close files.
      *****************************************************************
       910-END-PROGRAM-RTN.
           CLOSE CGL-COA-MASTER-FILE.
           CLOSE BANK-REC-REPORT-FILE.
       910-EXIT.
           EXIT.
