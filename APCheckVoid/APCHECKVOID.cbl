       IDENTIFICATION DIVISION.
       PROGRAM-ID.  APCHECKVOID.
       AUTHOR.  THOMAS LAMBERT.
      *****************************************************************
      * Void and reissue for payables checks, the AP side of
      * PAYCHECKVOID.  The check's row on the AP check register is
      * marked void with a reason, the operator who did it, and the
      * void date, and the register is rewritten in full with the one
      * row changed.  Then either:
      *
      *   - a replacement is cut under the next number off the
      *     payables check control - the check, the remit address
      *     and the same remittance stub lines as the original, off
      *     the check detail file - with its own register row and
      *     its detail rows repeated under the new number; or
      *
      *   - with no replacement, the payment is undone: each invoice
      *     the check paid goes back to open (no paid date, no
      *     discount taken) for a later APPAYMENT run, each credit
      *     memo netted on it is given back the amount applied, and
      *     a journal entry reverses what the payment run posted -
      *     debit cash for the check, debit discounts earned for the
      *     discounts it took, credit the vendor's payable account.
      *     Every invoice and credit memo must still be on the open-
      *     payables file as the check left it, or nothing is done.
      *
      *   File  :  C:\COBOL\APCHECKREG.DAT
      *            C:\COBOL\APCHECKCTL.DAT
      *            C:\COBOL\APOPENFILE.DAT
      *   Input :  C:\COBOL\APCHECKDTL.DAT
      *            C:\COBOL\VENDMASTER.DAT
      *            C:\COBOL\APDISCPOL.DAT
      *   Output:  C:\COBOL\APCHECKPRINT.DAT (reissues appended)
      *            C:\COBOL\APCHECKDTL.DAT (reissues appended)
      *            J:\CS3530\COAJRNLFILE.DAT (extended)
      *            J:\CS3530\COAJRNLAPPR.DAT (extended)
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AP-CHECK-REGISTER-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-REGISTER-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-CHECK-CONTROL-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-CONTROL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-CHECK-PRINT-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-PRINT-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-CHECK-DETAIL-FILE
                 ASSIGN TO UT-SYS-AP-CHECK-DETAIL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-OPEN-FILE
                 ASSIGN TO UT-SYS-AP-OPEN-FILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS AP-INV-KEY.
           SELECT VENDOR-MASTER-FILE
                 ASSIGN TO UT-SYS-VENDFILE
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS VD-VENDOR-NO.
           SELECT OPTIONAL AP-DISC-POLICY-FILE
                 ASSIGN TO UT-SYS-AP-DISC-POLICY-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JOURNAL-FILE
                 ASSIGN TO UT-SYS-JOURNAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CGL-JRNL-APPROVAL-FILE
                 ASSIGN TO UT-SYS-JRNL-APPROVAL-FILE
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    SAME LAYOUT APPAYMENT KEEPS.
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

       FD AP-CHECK-CONTROL-FILE
          RECORD CONTAINS 8 CHARACTERS.
       01 AP-CHECK-CONTROL-REC.
          05  AK-NEXT-CHECK-NO                     PIC 9(8).

      *    SAME LAYOUT APPAYMENT KEEPS.
       FD AP-CHECK-PRINT-FILE
          RECORD CONTAINS 150 CHARACTERS.
       01 AP-CHECK-PRINT-REC.
          05  AK-REC-TYPE                          PIC X.
          05  AK-CHECK-NO                          PIC 9(8).
          05  FILLER                               PIC X.
          05  AK-DATE                              PIC 9(8).
          05  FILLER                               PIC X.
          05  AK-VENDOR-NO                         PIC 9(5).
          05  FILLER                               PIC X.
          05  AK-PAYEE                             PIC X(30).
          05  FILLER                               PIC X.
          05  AK-AMOUNT                            PIC ZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  AK-AMOUNT-WORDS                      PIC X(72).
          05  FILLER                               PIC X(11).
       01 AP-CHECK-ADDRESS-REC.
          05  AKA-REC-TYPE                         PIC X.
          05  AKA-CHECK-NO                         PIC 9(8).
          05  FILLER                               PIC X.
          05  AKA-ADDRESS                          PIC X(30).
          05  FILLER                               PIC X.
          05  AKA-CITY-ST-ZIP                      PIC X(30).
          05  FILLER                               PIC X(79).
       01 AP-CHECK-STUB-REC.
          05  AKS-REC-TYPE                         PIC X.
          05  AKS-CHECK-NO                         PIC 9(8).
          05  FILLER                               PIC X.
          05  AKS-INVOICE-NO                       PIC X(10).
          05  FILLER                               PIC X.
          05  AKS-INV-DATE                         PIC 9(8).
          05  FILLER                               PIC X.
          05  AKS-GROSS                            PIC -(7)9.99.
          05  FILLER                               PIC X.
          05  AKS-DISCOUNT                         PIC ZZZZZZ9.99.
          05  FILLER                               PIC X.
          05  AKS-NET                              PIC -(7)9.99.
          05  FILLER                               PIC X.
          05  AKS-NOTE                             PIC X(11).
          05  FILLER                               PIC X(74).

      *    SAME LAYOUT APPAYMENT KEEPS.
       FD AP-CHECK-DETAIL-FILE
          RECORD CONTAINS 60 CHARACTERS.
       01 AP-CHECK-DETAIL-REC.
          05  AD-CHECK-NO                          PIC 9(8).
          05  AD-VENDOR-NO                         PIC 9(5).
          05  AD-INVOICE-NO                        PIC X(10).
          05  AD-LINE-TYPE                         PIC X.
              88  AD-INVOICE                VALUE "I".
              88  AD-CREDIT                 VALUE "C".
          05  AD-GROSS                             PIC 9(7)V99.
          05  AD-DISCOUNT                          PIC 9(7)V99.
          05  AD-NET                               PIC 9(7)V99.
          05  AD-INV-DATE                          PIC 9(8).
          05  FILLER                               PIC X.

      *    SAME LAYOUT APINVENTRY KEEPS.
       FD AP-OPEN-FILE
          LABEL RECORDS ARE STANDARD
          RECORD CONTAINS 87 CHARACTERS.
       01 AP-OPEN-REC.
          05  AP-INV-KEY.
              10  AP-VENDOR-NO                     PIC 9(5).
              10  AP-INVOICE-NO                    PIC X(10).
          05  AP-INV-DATE                          PIC 9(8).
          05  AP-DUE-DATE                          PIC 9(8).
          05  AP-AMOUNT                            PIC 9(7)V99.
          05  AP-EXP-ACCT                          PIC 9(4).
          05  AP-STATUS                            PIC X.
              88  AP-OPEN                   VALUE "O".
              88  AP-PAID                   VALUE "P".
              88  AP-CREDIT-OPEN            VALUE "C".
              88  AP-MATCH-HOLD             VALUE "H".
              88  AP-CREDIT-APPLIED         VALUE "A".
          05  AP-PAID-DATE                         PIC 9(8).
          05  AP-OPERATOR-ID                       PIC X(8).
      *    EARLY-PAYMENT DISCOUNT OFFERED BY THE VENDOR'S TERMS
      *    AND THE PART OF IT TAKEN WHEN THE INVOICE WAS PAID.
          05  AP-DISC-DATE                         PIC 9(8).
          05  AP-DISC-AMT                          PIC 9(7)V99.
          05  AP-DISC-TAKEN                        PIC 9(7)V99.

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

       FD AP-DISC-POLICY-FILE
          RECORD CONTAINS 4 CHARACTERS.
       01 AP-DISC-POLICY-REC.
          05  DPL-DISC-EARNED-ACCT                 PIC 9(4).

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
           05  UT-SYS-AP-CHECK-REGISTER-FILE       PIC X(50)
                                   VALUE "C:\COBOL\APCHECKREG.DAT".
           05  UT-SYS-AP-CHECK-CONTROL-FILE        PIC X(50)
                                   VALUE "C:\COBOL\APCHECKCTL.DAT".
           05  UT-SYS-AP-CHECK-PRINT-FILE          PIC X(50)
                                   VALUE "C:\COBOL\APCHECKPRINT.DAT".
           05  UT-SYS-AP-CHECK-DETAIL-FILE         PIC X(50)
                                   VALUE "C:\COBOL\APCHECKDTL.DAT".
           05  UT-SYS-AP-OPEN-FILE                 PIC X(50)
                                   VALUE "C:\COBOL\APOPENFILE.DAT".
           05  UT-SYS-VENDFILE                     PIC X(50)
                                   VALUE "C:\COBOL\VENDMASTER.DAT".
           05  UT-SYS-AP-DISC-POLICY-FILE          PIC X(50)
                                   VALUE "C:\COBOL\APDISCPOL.DAT".
           05  UT-SYS-JOURNAL-FILE                 PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLFILE.DAT".
           05  UT-SYS-JRNL-APPROVAL-FILE           PIC X(50)
                                   VALUE "J:\CS3530\COAJRNLAPPR.DAT".
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
           05  WS-WANT-REISSUE                     PIC X
                                            VALUE 'N'.
               88  WANT-REISSUE              VALUE 'Y' 'y'.
           05  WS-REOPEN-OK                        PIC X
                                            VALUE 'Y'.
               88  REOPEN-OK                 VALUE 'Y'.
       01  WS-TIMESTAMP                            PIC X(21).
       01  WS-TODAY-DATE                           PIC 9(8).
       01  WS-VOID-CHECK-NO                        PIC 9(8).
       01  WS-VOID-REASON                          PIC X(20).
      *    PAYABLES CHECKS HAVE THEIR OWN NUMBER SERIES - THIS IS
      *    WHERE IT STARTS WHEN APCHECKCTL.DAT IS NOT YET ON FILE.
       01  WS-NEXT-CHECK-NO                        PIC 9(8)
                                            VALUE 500001.
       01  WS-NEXT-ENTRY-NO                        PIC 9(5)
                                            VALUE 1.
      *    DESIGNATED CASH ACCOUNT THE CHECKS ARE DRAWN ON - THE
      *    SAME ONE APPAYMENT CREDITS.
       01  WS-CASH-ACCT                            PIC 9(4)
                                            VALUE 1010.
      *    DISCOUNTS-EARNED INCOME ACCOUNT OFF APDISCPOL.DAT.
       01  WS-DISC-ACCT                            PIC 9(4)
                                            VALUE ZERO.
      *    WHAT THE CHECK SETTLED, OFF ITS DETAIL ROWS - GROSS
      *    INVOICES LESS CREDIT MEMOS IS THE PAYABLE IT RELIEVED.
       01  WS-PAYABLE-ACCT                         PIC 9(4).
       01  WS-CHECK-TOTALS.
           05  WS-INVOICE-GROSS                    PIC 9(9)V99.
           05  WS-CREDIT-GROSS                     PIC 9(9)V99.
           05  WS-DISC-TOTAL                       PIC 9(9)V99.
           05  WS-PAYABLE-NET                      PIC 9(9)V99.
      *    THE WHOLE REGISTER IS SMALL ENOUGH TO HOLD IN STORAGE -
      *    READ IN, CHANGE THE ONE ROW, WRITE BACK IN FULL, THE WAY
      *    PAYCHECKVOID DOES FOR THE PAYROLL REGISTER.
       01  WS-REGISTER-TABLE.
           05  WS-REG-COUNT                        PIC 9(4)
                                            VALUE ZERO.
           05  WS-REG-ENTRY OCCURS 2000 TIMES.
               10  WS-RG-REC                       PIC X(80).
       01  WS-REG-SUB                              PIC 9(4).
       01  WS-FOUND-SUB                            PIC 9(4).
      *    THE VOIDED CHECK'S DETAIL ROWS.
       01  WS-DETAIL-TABLE.
           05  WS-DT-COUNT                         PIC 9(3)
                                            VALUE ZERO.
           05  WS-DT-ENTRY OCCURS 500 TIMES.
               10  WS-DT-REC                       PIC X(60).
       01  WS-DT-SUB                               PIC 9(3).
      *    AMOUNT-IN-WORDS WORK AREA - THE SPELLING PAYROLL'S
      *    388-AMOUNT-IN-WORDS USES, CARRIED ON INTO THE MILLIONS.
       01  WS-WORDS-AREA.
           05  WS-WORDS-AMOUNT                     PIC 9(7)V99.
           05  WS-WORDS-DOLLARS                    PIC 9(7).
           05  WS-WORDS-CENTS                      PIC 99.
           05  WS-WORDS-MILLIONS                   PIC 9.
           05  WS-WORDS-THOUSANDS                  PIC 9(3).
           05  WS-WORDS-REMAINDER                  PIC 9(6).
           05  WS-WORDS-HUNDREDS                   PIC 9(3).
           05  WS-WORDS-TEXT                       PIC X(72).
           05  WS-GROUP-VALUE                      PIC 9(3).
           05  WS-GROUP-TEXT                       PIC X(34).
           05  WS-GROUP-HUNDREDS                   PIC 9.
           05  WS-GROUP-TENS-UNITS                 PIC 99.
           05  WS-GROUP-TENS                       PIC 9.
           05  WS-GROUP-UNITS                      PIC 9.
           05  WS-ONES-TABLE.
               10 PIC X(9) VALUE "ONE".
               10 PIC X(9) VALUE "TWO".
               10 PIC X(9) VALUE "THREE".
               10 PIC X(9) VALUE "FOUR".
               10 PIC X(9) VALUE "FIVE".
               10 PIC X(9) VALUE "SIX".
               10 PIC X(9) VALUE "SEVEN".
               10 PIC X(9) VALUE "EIGHT".
               10 PIC X(9) VALUE "NINE".
               10 PIC X(9) VALUE "TEN".
               10 PIC X(9) VALUE "ELEVEN".
               10 PIC X(9) VALUE "TWELVE".
               10 PIC X(9) VALUE "THIRTEEN".
               10 PIC X(9) VALUE "FOURTEEN".
               10 PIC X(9) VALUE "FIFTEEN".
               10 PIC X(9) VALUE "SIXTEEN".
               10 PIC X(9) VALUE "SEVENTEEN".
               10 PIC X(9) VALUE "EIGHTEEN".
               10 PIC X(9) VALUE "NINETEEN".
           05  WS-ONES-TABLE-R REDEFINES WS-ONES-TABLE.
               10  WS-ONES-WORD OCCURS 19 TIMES   PIC X(9).
           05  WS-TENS-TABLE.
               10 PIC X(9) VALUE "TWENTY".
               10 PIC X(9) VALUE "THIRTY".
               10 PIC X(9) VALUE "FORTY".
               10 PIC X(9) VALUE "FIFTY".
               10 PIC X(9) VALUE "SIXTY".
               10 PIC X(9) VALUE "SEVENTY".
               10 PIC X(9) VALUE "EIGHTY".
               10 PIC X(9) VALUE "NINETY".
           05  WS-TENS-TABLE-R REDEFINES WS-TENS-TABLE.
               10  WS-TENS-WORD OCCURS 8 TIMES    PIC X(9).

       PROCEDURE DIVISION.
      *************************************************************
      *  Sign on, find the check, and either cut its replacement
      *  or undo the payment, then mark it void with a reason.
      *************************************************************
       100-MAIN.
           PERFORM 050-SIGN-ON THRU 050-EXIT.
      *    VOIDING AND REISSUING CHECKS MOVES MONEY - LEVEL 2 OR
      *    BETTER.
           IF NOT SIGNON-OK OR WS-AUTH-LEVEL < 2
               DISPLAY "NOT AUTHORIZED FOR CHECK VOID/REISSUE"
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:8) TO WS-TODAY-DATE
           PERFORM 200-LOAD-REGISTER THRU 200-EXIT.
           DISPLAY "AP CHECK NUMBER TO VOID: "
           ACCEPT WS-VOID-CHECK-NO
           PERFORM 300-FIND-CHECK THRU 300-EXIT.
           IF WS-FOUND-SUB = ZERO
               DISPLAY "CHECK " WS-VOID-CHECK-NO
                   " IS NOT ON THE AP REGISTER AS ISSUED"
               GOBACK
           END-IF
           PERFORM 250-LOAD-DETAIL THRU 250-EXIT.
           DISPLAY "VENDOR " AC-VENDOR-NO "  DATED " AC-DATE
               "  AMOUNT " AC-AMOUNT "  " WS-DT-COUNT
               " STUB LINES"
           DISPLAY "VOID REASON: "
           ACCEPT WS-VOID-REASON
           DISPLAY "REISSUE A REPLACEMENT? (Y/N - N REOPENS THE "
               "INVOICES IT PAID): "
           ACCEPT WS-WANT-REISSUE
           IF WANT-REISSUE
      *        THE REPLACEMENT NEEDS A FREE REGISTER SLOT - WITHOUT
      *        ONE THE INVOICES WOULD STAY PAID WITH NO LIVE CHECK.
               IF WS-REG-COUNT = 2000
                   DISPLAY "REGISTER TABLE FULL - CHECK "
                       WS-VOID-CHECK-NO " NOT VOIDED"
                   GOBACK
               END-IF
           ELSE
               PERFORM 450-CHECK-REOPEN THRU 450-EXIT
               IF NOT REOPEN-OK
                   DISPLAY "CHECK " WS-VOID-CHECK-NO " NOT VOIDED"
                   GOBACK
               END-IF
           END-IF
           PERFORM 400-VOID-CHECK THRU 400-EXIT.
           IF WANT-REISSUE
               PERFORM 500-REISSUE-CHECK THRU 500-EXIT
           ELSE
               PERFORM 460-REOPEN-ITEMS THRU 460-EXIT
               PERFORM 470-WRITE-REVERSAL-ENTRY THRU 470-EXIT
           END-IF
           PERFORM 600-REWRITE-REGISTER THRU 600-EXIT.
           DISPLAY "CHECK " WS-VOID-CHECK-NO " VOIDED".
           GOBACK.
      ***************************************************************
      *   Validate the operator against the central operator master.
      *   An empty master (first-time setup) signs on in open mode at
      *   supervisor level so the system is not locked out before
      *   OPERMAINT has loaded anyone.
      ***************************************************************
       050-SIGN-ON.
           MOVE "APCHECKVOID" TO SGN-PROGRAM-NAME
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
      *   Read the whole register into the table.
      ***************************************************************
       200-LOAD-REGISTER.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AP-CHECK-REGISTER-FILE
           PERFORM UNTIL EOF
               READ AP-CHECK-REGISTER-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
      *                THE REGISTER IS REWRITTEN IN FULL FROM THIS
      *                TABLE - A REGISTER THAT HAS OUTGROWN IT MUST
      *                REFUSE THE VOID, NOT TRUNCATE THE PERMANENT
      *                RECORD ON THE REWRITE.
                       IF WS-REG-COUNT = 2000
                           DISPLAY "APCHECKREG.DAT EXCEEDS THE "
                               "WORK TABLE - VOID REFUSED"
                           CLOSE AP-CHECK-REGISTER-FILE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-REG-COUNT
                       MOVE AP-CHECK-REGISTER-REC
                           TO WS-RG-REC (WS-REG-COUNT)
               END-READ
           END-PERFORM
           CLOSE AP-CHECK-REGISTER-FILE
           MOVE 'N' TO WS-END-OF-FILE.
       200-EXIT.
           EXIT.
      ***************************************************************
      *   The check's stub lines off the check detail file.
      ***************************************************************
       250-LOAD-DETAIL.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AP-CHECK-DETAIL-FILE
           PERFORM UNTIL EOF
               READ AP-CHECK-DETAIL-FILE
                   AT END MOVE 'Y' TO WS-END-OF-FILE
                   NOT AT END
                       IF AD-CHECK-NO = WS-VOID-CHECK-NO
                           IF WS-DT-COUNT = 500
                               DISPLAY "CHECK HAS TOO MANY STUB "
                                   "LINES - VOID REFUSED"
                               CLOSE AP-CHECK-DETAIL-FILE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-DT-COUNT
                           MOVE AP-CHECK-DETAIL-REC
                               TO WS-DT-REC (WS-DT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-CHECK-DETAIL-FILE
           MOVE 'N' TO WS-END-OF-FILE
           MOVE WS-RG-REC (WS-FOUND-SUB) TO AP-CHECK-REGISTER-REC.
       250-EXIT.
           EXIT.
      ***************************************************************
      *   Find the issued register row for the check.
      ***************************************************************
       300-FIND-CHECK.
           MOVE ZERO TO WS-FOUND-SUB
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-RG-REC (WS-REG-SUB) TO AP-CHECK-REGISTER-REC
               IF AC-CHECK-NO = WS-VOID-CHECK-NO AND AC-ISSUED
                   MOVE WS-REG-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND-SUB NOT = ZERO
               MOVE WS-RG-REC (WS-FOUND-SUB) TO AP-CHECK-REGISTER-REC
           END-IF.
       300-EXIT.
           EXIT.
      ***************************************************************
      *   Mark the row void with the reason, the operator who
      *   allowed it, and the date.
      ***************************************************************
       400-VOID-CHECK.
           MOVE WS-RG-REC (WS-FOUND-SUB) TO AP-CHECK-REGISTER-REC
           MOVE "V" TO AC-STATUS
           MOVE WS-VOID-REASON TO AC-VOID-REASON
           MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID
           MOVE WS-TODAY-DATE TO AC-VOID-DATE
           MOVE AP-CHECK-REGISTER-REC TO WS-RG-REC (WS-FOUND-SUB).
       400-EXIT.
           EXIT.
      ***************************************************************
      *   Before undoing the payment, make sure it can be undone in
      *   full: the vendor on file, every invoice still paid and
      *   every credit memo still on file, and a discounts account
      *   if discounts were taken.
      ***************************************************************
       450-CHECK-REOPEN.
           MOVE 'Y' TO WS-REOPEN-OK
           MOVE ZERO TO WS-INVOICE-GROSS WS-CREDIT-GROSS
               WS-DISC-TOTAL WS-PAYABLE-NET
           IF WS-DT-COUNT = ZERO
               DISPLAY "NO STUB LINES ON APCHECKDTL.DAT FOR THE "
                   "CHECK - NOTHING TO REOPEN"
               MOVE 'N' TO WS-REOPEN-OK
               GO TO 450-EXIT
           END-IF
           OPEN INPUT VENDOR-MASTER-FILE
           MOVE AC-VENDOR-NO TO VD-VENDOR-NO
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   DISPLAY "VENDOR " AC-VENDOR-NO " NOT ON FILE"
                   MOVE 'N' TO WS-REOPEN-OK
               NOT INVALID KEY
                   MOVE VD-PAYABLE-ACCT TO WS-PAYABLE-ACCT
           END-READ
           CLOSE VENDOR-MASTER-FILE
           IF NOT REOPEN-OK
               GO TO 450-EXIT
           END-IF
           OPEN INPUT AP-OPEN-FILE
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT
               PERFORM 455-CHECK-ONE-ITEM THRU 455-EXIT
           END-PERFORM
           CLOSE AP-OPEN-FILE
           IF NOT REOPEN-OK
               GO TO 450-EXIT
           END-IF
           OPEN INPUT AP-DISC-POLICY-FILE
           READ AP-DISC-POLICY-FILE
               AT END CONTINUE
               NOT AT END
                   IF DPL-DISC-EARNED-ACCT NUMERIC
                       MOVE DPL-DISC-EARNED-ACCT TO WS-DISC-ACCT
                   END-IF
           END-READ
           CLOSE AP-DISC-POLICY-FILE
           IF WS-DISC-TOTAL > ZERO AND WS-DISC-ACCT = ZERO
               DISPLAY "DISCOUNTS WERE TAKEN BUT APDISCPOL.DAT NAMES "
                   "NO DISCOUNTS ACCOUNT TO REVERSE"
               MOVE 'N' TO WS-REOPEN-OK
               GO TO 450-EXIT
           END-IF
           COMPUTE WS-PAYABLE-NET = WS-INVOICE-GROSS - WS-CREDIT-GROSS.
       450-EXIT.
           EXIT.
      ***************************************************************
      *   One stub line: the invoice must still be paid, the credit
      *   memo still applied or open.  An item archived since is
      *   gone and the payment can only be reissued.
      ***************************************************************
       455-CHECK-ONE-ITEM.
           MOVE WS-DT-REC (WS-DT-SUB) TO AP-CHECK-DETAIL-REC
           MOVE AD-VENDOR-NO TO AP-VENDOR-NO
           MOVE AD-INVOICE-NO TO AP-INVOICE-NO
           READ AP-OPEN-FILE
               INVALID KEY
                   DISPLAY "INVOICE " AD-INVOICE-NO
                       " NO LONGER ON APOPENFILE.DAT"
                   MOVE 'N' TO WS-REOPEN-OK
                   GO TO 455-EXIT
           END-READ
           IF AD-INVOICE
               IF NOT AP-PAID
                   DISPLAY "INVOICE " AD-INVOICE-NO
                       " IS NO LONGER MARKED PAID"
                   MOVE 'N' TO WS-REOPEN-OK
                   GO TO 455-EXIT
               END-IF
               ADD AD-GROSS TO WS-INVOICE-GROSS
               ADD AD-DISCOUNT TO WS-DISC-TOTAL
           ELSE
               IF NOT AP-CREDIT-APPLIED AND NOT AP-CREDIT-OPEN
                   DISPLAY "CREDIT MEMO " AD-INVOICE-NO
                       " IS NOT A CREDIT MEMO ON FILE"
                   MOVE 'N' TO WS-REOPEN-OK
                   GO TO 455-EXIT
               END-IF
               ADD AD-GROSS TO WS-CREDIT-GROSS
           END-IF.
       455-EXIT.
           EXIT.
      ***************************************************************
      *   Undo the payment on the open-payables file.
      ***************************************************************
       460-REOPEN-ITEMS.
           OPEN I-O AP-OPEN-FILE
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT
               PERFORM 465-REOPEN-ONE-ITEM THRU 465-EXIT
           END-PERFORM
           CLOSE AP-OPEN-FILE.
       460-EXIT.
           EXIT.
      ***************************************************************
      *   An invoice goes back to open for the next payment run.  A
      *   credit memo gets back what this check applied of it - one
      *   used up (A) is open again for just that amount.
      ***************************************************************
       465-REOPEN-ONE-ITEM.
           MOVE WS-DT-REC (WS-DT-SUB) TO AP-CHECK-DETAIL-REC
           MOVE AD-VENDOR-NO TO AP-VENDOR-NO
           MOVE AD-INVOICE-NO TO AP-INVOICE-NO
           READ AP-OPEN-FILE
               INVALID KEY
                   DISPLAY "ERROR READING INVOICE " AD-INVOICE-NO
                   GO TO 465-EXIT
           END-READ
           IF AD-INVOICE
               MOVE "O" TO AP-STATUS
               MOVE ZERO TO AP-PAID-DATE
               MOVE ZERO TO AP-DISC-TAKEN
           ELSE
               IF AP-CREDIT-APPLIED
                   MOVE "C" TO AP-STATUS
                   MOVE ZERO TO AP-PAID-DATE
                   MOVE AD-GROSS TO AP-AMOUNT
               ELSE
                   ADD AD-GROSS TO AP-AMOUNT
               END-IF
           END-IF
           MOVE WS-OPERATOR-ID TO AP-OPERATOR-ID
           REWRITE AP-OPEN-REC
               INVALID KEY
                   DISPLAY "ERROR REWRITING INVOICE " AD-INVOICE-NO
           END-REWRITE.
       465-EXIT.
           EXIT.
      ***************************************************************
      *   Reverse what the payment run posted for the check: debit
      *   cash for the check, debit discounts earned for the
      *   discounts it took, credit the vendor's payable account for
      *   the invoices less the credit memos.  It posts through
      *   CGLJOURNALPOST like any other entry.
      ***************************************************************
       470-WRITE-REVERSAL-ENTRY.
           PERFORM 800-FIND-NEXT-ENTRY-NO THRU 800-EXIT
           MOVE WS-RG-REC (WS-FOUND-SUB) TO AP-CHECK-REGISTER-REC
      *    A GENERATED ENTRY GOES ON THE APPROVAL FILE ALREADY
      *    APPROVED - CGLJOURNALPOST HOLDS ANY ENTRY WITHOUT A ROW.
      *    THE ROW IS WRITTEN FIRST SO THE LINES NEVER SIT ON THE
      *    JOURNAL WITHOUT IT.
           MOVE SPACES TO CGL-JRNL-APPROVAL-REC
           MOVE WS-NEXT-ENTRY-NO TO JAPR-ENTRY-NO
           MOVE "A" TO JAPR-STATUS
           COMPUTE JAPR-ENTRY-AMT = AC-AMOUNT + WS-DISC-TOTAL
           STRING "AP CHECK " WS-VOID-CHECK-NO " VOID VND "
                  AC-VENDOR-NO
               DELIMITED BY SIZE INTO JAPR-DESCRIPTION
           MOVE WS-OPERATOR-ID TO JAPR-MAKER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP (1:14) TO JAPR-KEYED-TS
           MOVE "APCHKVD" TO JAPR-APPROVER-1
           MOVE WS-TIMESTAMP (1:14) TO JAPR-APPROVED-1-TS
           OPEN EXTEND CGL-JRNL-APPROVAL-FILE
           WRITE CGL-JRNL-APPROVAL-REC
           CLOSE CGL-JRNL-APPROVAL-FILE
           OPEN EXTEND CGL-JOURNAL-FILE
           MOVE WS-NEXT-ENTRY-NO TO JRNL-ENTRY-NO
           MOVE 1 TO JRNL-LINE-NO
           MOVE WS-CASH-ACCT TO JRNL-ACCT-NO
           MOVE AC-AMOUNT TO JRNL-DEBIT-AMT
           MOVE ZERO TO JRNL-CREDIT-AMT
           MOVE SPACES TO JRNL-DESCRIPTION
           STRING "AP CHECK " WS-VOID-CHECK-NO " VOID VND "
                  AC-VENDOR-NO
               DELIMITED BY SIZE INTO JRNL-DESCRIPTION
           MOVE ZERO TO JRNL-EFF-DATE
           MOVE WS-OPERATOR-ID TO JRNL-OPERATOR-ID
           MOVE SPACE TO JRNL-REVERSE-FLAG
           WRITE CGL-JOURNAL-REC
           IF WS-DISC-TOTAL > ZERO
               ADD 1 TO JRNL-LINE-NO
               MOVE WS-DISC-ACCT TO JRNL-ACCT-NO
               MOVE WS-DISC-TOTAL TO JRNL-DEBIT-AMT
               MOVE ZERO TO JRNL-CREDIT-AMT
               WRITE CGL-JOURNAL-REC
           END-IF
           ADD 1 TO JRNL-LINE-NO
           MOVE WS-PAYABLE-ACCT TO JRNL-ACCT-NO
           MOVE ZERO TO JRNL-DEBIT-AMT
           MOVE WS-PAYABLE-NET TO JRNL-CREDIT-AMT
           WRITE CGL-JOURNAL-REC
           CLOSE CGL-JOURNAL-FILE
           DISPLAY "INVOICES REOPENED - REVERSING JOURNAL ENTRY "
               WS-NEXT-ENTRY-NO " WRITTEN".
       470-EXIT.
           EXIT.
      ***************************************************************
      *   Cut the replacement: the next number off the control, the
      *   check and its stub lines again, the detail rows under the
      *   new number, and a fresh issued register row for the same
      *   vendor and amount.
      ***************************************************************
       500-REISSUE-CHECK.
           MOVE 'N' TO WS-END-OF-FILE
           OPEN INPUT AP-CHECK-CONTROL-FILE
           READ AP-CHECK-CONTROL-FILE
               AT END MOVE 'Y' TO WS-END-OF-FILE
           END-READ
           IF NOT EOF AND AK-NEXT-CHECK-NO NUMERIC
               MOVE AK-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
           END-IF
           CLOSE AP-CHECK-CONTROL-FILE
           MOVE 'N' TO WS-END-OF-FILE
      *    THE VOIDED ROW STILL CARRIES THE VENDOR AND AMOUNT.
           MOVE WS-RG-REC (WS-FOUND-SUB) TO AP-CHECK-REGISTER-REC
           MOVE AC-VENDOR-NO TO VD-VENDOR-NO
           OPEN INPUT VENDOR-MASTER-FILE
           READ VENDOR-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO VD-NAME VD-REMIT-ADDRESS
                       VD-REMIT-CITY-ST-ZIP
           END-READ
           OPEN EXTEND AP-CHECK-PRINT-FILE
           MOVE SPACES TO AP-CHECK-PRINT-REC
           MOVE "C" TO AK-REC-TYPE
           MOVE WS-NEXT-CHECK-NO TO AK-CHECK-NO
           MOVE WS-TODAY-DATE TO AK-DATE
           MOVE AC-VENDOR-NO TO AK-VENDOR-NO
           MOVE VD-NAME TO AK-PAYEE
           MOVE AC-AMOUNT TO AK-AMOUNT
           MOVE AC-AMOUNT TO WS-WORDS-AMOUNT
           PERFORM 388-AMOUNT-IN-WORDS THRU 388-EXIT
           MOVE WS-WORDS-TEXT TO AK-AMOUNT-WORDS
           WRITE AP-CHECK-PRINT-REC
           MOVE SPACES TO AP-CHECK-ADDRESS-REC
           MOVE "A" TO AKA-REC-TYPE
           MOVE WS-NEXT-CHECK-NO TO AKA-CHECK-NO
           MOVE VD-REMIT-ADDRESS TO AKA-ADDRESS
           MOVE VD-REMIT-CITY-ST-ZIP TO AKA-CITY-ST-ZIP
           WRITE AP-CHECK-ADDRESS-REC
           CLOSE VENDOR-MASTER-FILE
           OPEN EXTEND AP-CHECK-DETAIL-FILE
           PERFORM VARYING WS-DT-SUB FROM 1 BY 1
                   UNTIL WS-DT-SUB > WS-DT-COUNT
               PERFORM 510-REISSUE-ONE-LINE THRU 510-EXIT
           END-PERFORM
           CLOSE AP-CHECK-DETAIL-FILE
           CLOSE AP-CHECK-PRINT-FILE
      *    THE REPLACEMENT'S OWN REGISTER ROW.
           ADD 1 TO WS-REG-COUNT
           MOVE WS-NEXT-CHECK-NO TO AC-CHECK-NO
           MOVE WS-TODAY-DATE TO AC-DATE
           MOVE "I" TO AC-STATUS
           MOVE SPACES TO AC-VOID-REASON
           MOVE WS-OPERATOR-ID TO AC-OPERATOR-ID
           MOVE ZERO TO AC-VOID-DATE
           MOVE AP-CHECK-REGISTER-REC TO WS-RG-REC (WS-REG-COUNT)
           ADD 1 TO WS-NEXT-CHECK-NO
           OPEN OUTPUT AP-CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NO TO AK-NEXT-CHECK-NO
           WRITE AP-CHECK-CONTROL-REC
           CLOSE AP-CHECK-CONTROL-FILE
           DISPLAY "REPLACEMENT CHECK " AC-CHECK-NO " ISSUED".
       500-EXIT.
           EXIT.
      ***************************************************************
      *   One stub line on the replacement, and its detail row under
      *   the new number.
      ***************************************************************
       510-REISSUE-ONE-LINE.
           MOVE WS-DT-REC (WS-DT-SUB) TO AP-CHECK-DETAIL-REC
           MOVE SPACES TO AP-CHECK-STUB-REC
           MOVE "S" TO AKS-REC-TYPE
           MOVE WS-NEXT-CHECK-NO TO AKS-CHECK-NO
           MOVE AD-INVOICE-NO TO AKS-INVOICE-NO
           MOVE AD-INV-DATE TO AKS-INV-DATE
           IF AD-CREDIT
               COMPUTE AKS-GROSS = ZERO - AD-GROSS
               MOVE ZERO TO AKS-DISCOUNT
               COMPUTE AKS-NET = ZERO - AD-NET
               MOVE "CREDIT MEMO" TO AKS-NOTE
           ELSE
               MOVE AD-GROSS TO AKS-GROSS
               MOVE AD-DISCOUNT TO AKS-DISCOUNT
               MOVE AD-NET TO AKS-NET
               MOVE "INVOICE" TO AKS-NOTE
           END-IF
           WRITE AP-CHECK-STUB-REC
           MOVE WS-NEXT-CHECK-NO TO AD-CHECK-NO
           WRITE AP-CHECK-DETAIL-REC.
       510-EXIT.
           EXIT.
      ***************************************************************
      *   Write the register back in full with the changed rows.
      ***************************************************************
       600-REWRITE-REGISTER.
           OPEN OUTPUT AP-CHECK-REGISTER-FILE
           PERFORM VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               MOVE WS-RG-REC (WS-REG-SUB) TO AP-CHECK-REGISTER-REC
               WRITE AP-CHECK-REGISTER-REC
           END-PERFORM
           CLOSE AP-CHECK-REGISTER-FILE.
       600-EXIT.
           EXIT.
      ***************************************************************
      *   Find the highest entry number already on the journal file
      *   so the reversing entry continues the sequence.
      ***************************************************************
       800-FIND-NEXT-ENTRY-NO.
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
       800-EXIT.
           EXIT.
      ***************************************************************
      *   Spell the check amount out, the way PAYROLL's
      *   388-AMOUNT-IN-WORDS does, with a millions group ahead of
      *   the thousands.
      ***************************************************************
       388-AMOUNT-IN-WORDS.
           MOVE WS-WORDS-AMOUNT TO WS-WORDS-DOLLARS
           COMPUTE WS-WORDS-CENTS =
               (WS-WORDS-AMOUNT - WS-WORDS-DOLLARS) * 100
           MOVE SPACES TO WS-WORDS-TEXT
           IF WS-WORDS-DOLLARS = ZERO
               STRING "ZERO AND " WS-WORDS-CENTS "/100 DOLLARS"
                   DELIMITED BY SIZE INTO WS-WORDS-TEXT
               GO TO 388-EXIT
           END-IF
           DIVIDE WS-WORDS-DOLLARS BY 1000000
               GIVING WS-WORDS-MILLIONS
               REMAINDER WS-WORDS-REMAINDER
           DIVIDE WS-WORDS-REMAINDER BY 1000
               GIVING WS-WORDS-THOUSANDS
               REMAINDER WS-WORDS-HUNDREDS
           IF WS-WORDS-MILLIONS > ZERO
               MOVE WS-WORDS-MILLIONS TO WS-GROUP-VALUE
               PERFORM 389-GROUP-TO-WORDS THRU 389-EXIT
               STRING FUNCTION TRIM(WS-GROUP-TEXT) " MILLION"
                   DELIMITED BY SIZE INTO WS-WORDS-TEXT
           END-IF
           IF WS-WORDS-THOUSANDS > ZERO
               MOVE WS-WORDS-THOUSANDS TO WS-GROUP-VALUE
               PERFORM 389-GROUP-TO-WORDS THRU 389-EXIT
               STRING FUNCTION TRIM(WS-WORDS-TEXT) " "
                      FUNCTION TRIM(WS-GROUP-TEXT) " THOUSAND"
                   DELIMITED BY SIZE INTO WS-WORDS-TEXT
           END-IF
           IF WS-WORDS-HUNDREDS > ZERO
               MOVE WS-WORDS-HUNDREDS TO WS-GROUP-VALUE
               PERFORM 389-GROUP-TO-WORDS THRU 389-EXIT
               STRING FUNCTION TRIM(WS-WORDS-TEXT) " "
                      FUNCTION TRIM(WS-GROUP-TEXT)
                   DELIMITED BY SIZE INTO WS-WORDS-TEXT
           END-IF
           STRING FUNCTION TRIM(WS-WORDS-TEXT)
                  " AND " WS-WORDS-CENTS "/100 DOLLARS"
               DELIMITED BY SIZE INTO WS-WORDS-TEXT
           MOVE FUNCTION TRIM(WS-WORDS-TEXT) TO WS-WORDS-TEXT.
       388-EXIT.
           EXIT.
      ***************************************************************
      *   Words for one 1-999 group.
      ***************************************************************
       389-GROUP-TO-WORDS.
           MOVE SPACES TO WS-GROUP-TEXT
           DIVIDE WS-GROUP-VALUE BY 100
               GIVING WS-GROUP-HUNDREDS
               REMAINDER WS-GROUP-TENS-UNITS
           IF WS-GROUP-HUNDREDS > ZERO
               STRING FUNCTION TRIM
                          (WS-ONES-WORD (WS-GROUP-HUNDREDS))
                      " HUNDRED"
                   DELIMITED BY SIZE INTO WS-GROUP-TEXT
           END-IF
           IF WS-GROUP-TENS-UNITS = ZERO
               GO TO 389-EXIT
           END-IF
           IF WS-GROUP-TENS-UNITS < 20
               IF WS-GROUP-HUNDREDS > ZERO
                   STRING FUNCTION TRIM(WS-GROUP-TEXT) " "
                          FUNCTION TRIM
                              (WS-ONES-WORD (WS-GROUP-TENS-UNITS))
                       DELIMITED BY SIZE INTO WS-GROUP-TEXT
               ELSE
                   MOVE WS-ONES-WORD (WS-GROUP-TENS-UNITS)
                       TO WS-GROUP-TEXT
               END-IF
               GO TO 389-EXIT
           END-IF
           DIVIDE WS-GROUP-TENS-UNITS BY 10
               GIVING WS-GROUP-TENS
               REMAINDER WS-GROUP-UNITS
           IF WS-GROUP-HUNDREDS > ZERO
               STRING FUNCTION TRIM(WS-GROUP-TEXT) " "
                      FUNCTION TRIM
                          (WS-TENS-WORD (WS-GROUP-TENS - 1))
                   DELIMITED BY SIZE INTO WS-GROUP-TEXT
           ELSE
               MOVE WS-TENS-WORD (WS-GROUP-TENS - 1)
                   TO WS-GROUP-TEXT
           END-IF
           IF WS-GROUP-UNITS > ZERO
               STRING FUNCTION TRIM(WS-GROUP-TEXT) " "
                      FUNCTION TRIM(WS-ONES-WORD (WS-GROUP-UNITS))
                   DELIMITED BY SIZE INTO WS-GROUP-TEXT
           END-IF.
       389-EXIT.
           EXIT.
